           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT KURFILE ASSIGN TO KUR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KUR-KUNCI
           FILE STATUS IS STATUS-KUR.
           SELECT BIOFILE ASSIGN TO BIO-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-B
           FILE STATUS IS STATUS-BIO.
           SELECT BEBASF ASSIGN TO BEBAS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEBAS-KUNCI
           FILE STATUS IS STATUS-BEBAS.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
       DATA DIVISION.
       FILE SECTION.
       FD MHS
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD NILAI2
           LABEL RECORD IS STANDARD
               03 NPM-N2 pic X(14).
               03 SEMESTER-N2 pic X(6).
               03 KODE-MK-N2 pic X(8).
           02 HURUF-N2 pic X(2).
           02 SKS-N2 pic 9(2).
       FD TRANSFERF
           LABEL RECORD IS STANDARD
           02 TF-KUNCI.
               03 NPM-TF pic X(14).
               03 KODE-MK-TF pic X(8).
           02 HURUF-TF pic X(2).
           02 SKS-TF pic 9(2).
           02 INST-TF pic X(10).
           02 MKASAL-TF pic X(10).
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
       FD KURFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKUR.
       01 RECKUR.
           02 KUR-KUNCI.
               03 KELAS-KR pic X(5).
               03 ANGKATAN-KR pic X(4).
               03 KODE-MK-KR pic X(8).
           02 JENIS-KR pic X.
           02 MIN-PILIH-KR pic 9(3).
       FD BIOFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBIO.
       01 RECBIO.
           02 NPM-B pic X(14).
           02 TMP-LAHIR-B pic X(15).
           02 TGL-LAHIR-B pic X(8).
           02 ALAMAT-B pic X(30).
           02 TELP-B pic X(12).
           02 WALI-B pic X(23).
           02 TELP-WALI-B pic X(12).
           02 THN-MASUK-B pic X(4).
       FD BEBASF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBEBAS.
       01 RECBEBAS.
           02 BEBAS-KUNCI.
               03 NPM-BB pic X(14).
               03 UNIT-BB pic X.
           02 STATUS-BB pic X.
           02 TGL-BB pic X(8).
           02 OPR-BB pic X(10).
           02 KET-BB pic X(30).
       FD TAGIHAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTAGIHAN.
       01 RECTAGIHAN.
           02 TAGIHAN-KUNCI.
               03 NPM-G pic X(14).
               03 SEMESTER-G pic X(6).
           02 KELAS-G pic X(5).
           02 TAGIHAN-G pic 9(9).
           02 BAYAR-G pic 9(9).
           02 POTONGAN-G pic 9(9).
           02 SUMBER-G pic X(15).
           02 CICIL-JUMLAH-G pic 9.
           02 CICIL-G OCCURS 3 TIMES.
               03 TEMPO-G pic X(8).
               03 JUMLAH-CG pic 9(9).
               03 DENDA-CG pic X.
       WORKING-STORAGE SECTION.
       77 STATUS-SKALA pic XX.
       77 SKALA-FILENAME pic X(30) VALUE 'SKALA.TXT'.
       01 SKALA-LAMA.
           02 FILLER pic X(6) VALUE 'A 400Y'.
           02 FILLER pic X(6) VALUE 'B 300Y'.
           02 FILLER pic X(6) VALUE 'C 200Y'.
           02 FILLER pic X(6) VALUE 'D 100Y'.
           02 FILLER pic X(6) VALUE 'E 000T'.
       01 SKALA-LAMA-R REDEFINES SKALA-LAMA.
           02 LAMA-BARIS OCCURS 5 TIMES.
               03 LAMA-HURUF pic X(2).
               03 LAMA-BOBOT pic 9V99.
               03 LAMA-LULUS pic X.
       01 TABEL-SKALA.
           02 SKALA-BARIS OCCURS 100 TIMES.
               03 TS-SEMESTER pic X(6).
               03 TS-HURUF pic X(2).
               03 TS-BOBOT pic 9V99.
               03 TS-LULUS pic X.
       77 ISI-SKALA pic 9(3).
       77 K-SKALA pic 9(3).
       77 SEM-SKALA pic X(6).
       77 HURUF-CARI pic X(2).
       77 SEMESTER-BOBOT pic X(6).
       77 BOBOT-CARI pic 9V99.
       77 LULUS-CARI pic X.
       77 ADA-SKALA-YA pic X.
           88 ADA-SKALA VALUE 'Y'.
       77 STATUS-SALAH pic XX.
       77 STATUS-AUDIT pic XX.
       77 AUDIT-TANGGAL pic X(8).
           02 NPM-T pic X(14).
           02 SEMESTER-T pic X(6).
           02 KODE-T pic X(8).
           02 HURUF-T pic X(2).
           02 SKS-T pic 9(2).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
       77 JUMLAH-IPK pic 9(5)V99.
       77 JUMLAH-SEMESTER pic 9(3).
       77 BOBOT pic 9V99.
       77 BOBOT-ULANG pic 9V99.
       77 IPK-KUM pic 9V99.
       77 IPK-CSV pic 9.99.
       77 ADA-NILAI pic X.
       77 OPERATOR-ID pic X(10).
       77 STATUS-LAMA pic X.
       77 HIS-JAM pic X(8).
       77 STATUS-KUR pic XX.
       77 STATUS-BIO pic XX.
       77 KUR-FILENAME pic X(30) VALUE 'KURIKULUM.TXT'.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 ADA-KUR-YA pic X.
           88 ADA-KUR VALUE 'Y'.
       77 ADA-BIO pic X.
       01 KUR-O.
           02 KELAS-KO pic X(5).
           02 ANGKATAN-KO pic X(4).
           02 KODE-KO pic X(8).
           02 JENIS-KO pic X.
           02 MIN-PILIH-KO pic 9(3).
       01 TABEL-LULUS.
           02 LULUS-BARIS OCCURS 150 TIMES.
               03 TL-KODE pic X(8).
               03 TL-SKS pic 9(2).
       77 ISI-LULUS pic 9(3).
       77 I pic 9(3).
       77 KODE-TABEL pic X(8).
       77 SKS-TABEL pic 9(2).
       77 ADA-TABEL-YA pic X.
           88 ADA-TABEL VALUE 'Y'.
       77 SEMESTER-AWAL pic X(6).
       77 ANGKATAN pic X(4).
       77 KURIKULUM-ADA-YA pic X.
           88 KURIKULUM-ADA VALUE 'Y'.
       77 AUDIT-LENGKAP-YA pic X.
           88 AUDIT-LENGKAP VALUE 'Y'.
       77 PILIH-SUDAH pic 9(3).
       77 MIN-PILIH pic 9(3).
       77 TOTAL-TOLAK pic 9(4).
       77 STATUS-BEBAS pic XX.
       77 STATUS-TAGIHAN pic XX.
       77 BEBAS-FILENAME pic X(30) VALUE 'BEBAS.TXT'.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       01 UNIT-DAFTAR.
           02 FILLER pic X(14) VALUE 'KKEUANGAN'.
           02 FILLER pic X(14) VALUE 'PPERPUSTAKAAN'.
           02 FILLER pic X(14) VALUE 'LLABORATORIUM'.
           02 FILLER pic X(14) VALUE 'SSKRIPSI'.
           02 FILLER pic X(14) VALUE 'DDOSEN WALI'.
       01 UNIT-DAFTAR-R REDEFINES UNIT-DAFTAR.
           02 UNIT-BARIS OCCURS 5 TIMES.
               03 UNIT-KODE pic X.
               03 UNIT-NAMA pic X(13).
       77 ADA-BEBAS-YA pic X.
           88 ADA-BEBAS VALUE 'Y'.
       77 ADA-TAGIHAN-YA pic X.
           88 ADA-TAGIHAN VALUE 'Y'.
       77 BEBAS-LENGKAP-YA pic X.
           88 BEBAS-LENGKAP VALUE 'Y'.
       77 K-UNIT pic 9.
       77 NPM-BEBAS pic X(14).
       77 KURANG-TEKS pic X(70).
       77 PTR-KURANG pic 9(3).
       77 TUNGGAKAN pic 9(9).
       77 UANG-ED pic Z(8)9.
       77 TOTAL-TAHAN pic 9(4).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'LULUS'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====PROSES KELULUSAN MAHASISWA=====".
               MOVE 'Y' TO ADA-TF-YA
           ELSE
               MOVE 'T' TO ADA-TF-YA.
           OPEN INPUT KURFILE.
           IF STATUS-KUR = "00"
               MOVE 'Y' TO ADA-KUR-YA
           ELSE
               MOVE 'T' TO ADA-KUR-YA
               DISPLAY "FILE KURIKULUM.TXT GAGAL DIBUKA, SEMUA CALON "
                   "DITOLAK AUDIT KURIKULUM.".
           OPEN INPUT BIOFILE.
           IF STATUS-BIO = "00"
               MOVE "Y" TO ADA-BIO
           ELSE
               MOVE "T" TO ADA-BIO.
           MOVE 'Y' TO ADA-BEBAS-YA.
           OPEN I-O BEBASF.
           IF STATUS-BEBAS = "35"
               OPEN OUTPUT BEBASF
               CLOSE BEBASF
               OPEN I-O BEBASF.
           IF STATUS-BEBAS NOT = "00"
               MOVE 'T' TO ADA-BEBAS-YA
               DISPLAY "FILE BEBAS.TXT GAGAL DIBUKA, SEMUA CALON "
                   "DIANGGAP BELUM BEBAS TANGGUNGAN.".
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN = "00"
               MOVE 'Y' TO ADA-TAGIHAN-YA
           ELSE
               MOVE 'T' TO ADA-TAGIHAN-YA.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           OPEN OUTPUT CALON.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO TOTAL-CALON.
           MOVE 0 TO TOTAL-TOLAK.
           MOVE 0 TO TOTAL-TAHAN.
           MOVE SPACES TO NPM-PROSES.
           MOVE 0 TO JUMLAH-IPK.
           MOVE 0 TO JUMLAH-SEMESTER.
           IF NPM-O NOT = NPM-PROSES
               PERFORM NILAI-CALON THRU NILAI-CALON-SELESAI
               MOVE NPM-O TO NPM-PROSES
               MOVE SEMESTER-O TO SEMESTER-AWAL
               MOVE 0 TO JUMLAH-IPK
               MOVE 0 TO JUMLAH-SEMESTER.
           MOVE NAMA-O TO NAMA-AKHIR.
           CLOSE MHS.
           CLOSE CALON.
           CLOSE LAPCETAK.
           MOVE 'LULUS.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           IF ADA-KUR
               CLOSE KURFILE.
           IF ADA-BIO = "Y"
               CLOSE BIOFILE.
           IF ADA-BEBAS
               CLOSE BEBASF.
           IF ADA-TAGIHAN
               CLOSE TAGIHAN.
           DISPLAY "JUMLAH CALON LULUSAN : " TOTAL-CALON.
           DISPLAY "DITOLAK AUDIT KURIKULUM : " TOTAL-TOLAK.
           DISPLAY "DITAHAN BELUM BEBAS TANGGUNGAN : " TOTAL-TAHAN.
           DISPLAY "DAFTAR TERCETAK KE LULUS.LIS.".
           IF TOTAL-CALON = 0
               GO TO TUTUP-SAJA.
               GO TO NILAI-CALON-SELESAI.
           MOVE 0 TO TOTAL-BOBOT.
           MOVE 0 TO TOTAL-SKS.
           MOVE 0 TO ISI-LULUS.
           IF ADA-NILAI = "Y"
               PERFORM HITUNG-NILAI THRU HITUNG-NILAI-SELESAI.
           PERFORM HITUNG-TRANSFER THRU HITUNG-TRANSFER-SELESAI.
               GO TO NILAI-CALON-SELESAI.
           IF IPK-KUM < BATAS-IPK
               GO TO NILAI-CALON-SELESAI.
           PERFORM CEK-KURIKULUM THRU CEK-KURIKULUM-SELESAI.
           IF NOT AUDIT-LENGKAP
               ADD 1 TO TOTAL-TOLAK
               GO TO NILAI-CALON-SELESAI.
           MOVE NPM-PROSES TO NPM-BEBAS.
           PERFORM BEBAS-KEUANGAN THRU BEBAS-KEUANGAN-SELESAI.
           PERFORM CEK-BEBAS THRU CEK-BEBAS-SELESAI.
           IF NOT BEBAS-LENGKAP
               PERFORM TULIS-TAHAN THRU TULIS-TAHAN-SELESAI
               GO TO NILAI-CALON-SELESAI.
           ADD 1 TO TOTAL-CALON.
           MOVE NPM-PROSES TO NPM-C.
           MOVE NAMA-AKHIR TO NAMA-C.
           PERFORM CEK-ULANG THRU CEK-ULANG-SELESAI.
           IF NOT PILIH-ULANG
               GO TO HITUNG-NILAI-BACA.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           IF LULUS-CARI = 'Y' AND ISI-LULUS < 150
               ADD 1 TO ISI-LULUS
               MOVE KODE-T TO TL-KODE (ISI-LULUS)
               MOVE SKS-T TO TL-SKS (ISI-LULUS).
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-T.
           ADD SKS-T TO TOTAL-SKS.
           GO TO HITUNG-NILAI-BACA.
               AT END GO TO HITUNG-TRANSFER-SELESAI.
           IF NPM-TF NOT = NPM-PROSES
               GO TO HITUNG-TRANSFER-SELESAI.
           MOVE HURUF-TF TO HURUF-CARI.
           MOVE HIGH-VALUES TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           IF LULUS-CARI = 'Y' AND ISI-LULUS < 150
               ADD 1 TO ISI-LULUS
               MOVE KODE-MK-TF TO TL-KODE (ISI-LULUS)
               MOVE SKS-TF TO TL-SKS (ISI-LULUS).
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-TF.
           ADD SKS-TF TO TOTAL-SKS.
           GO TO HITUNG-TRANSFER-BACA.

       CEK-ULANG.
           MOVE 'Y' TO PILIH-ULANG-YA.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT-ULANG.
           MOVE NPM-T TO NPM-N2.
           MOVE SPACES TO SEMESTER-N2.
           MOVE SPACES TO KODE-MK-N2.
               GO TO CEK-ULANG-BACA.
           IF ATURAN-ULANG = 'T'
               GO TO CEK-ULANG-AKHIRAN.
           MOVE HURUF-N2 TO HURUF-CARI.
           MOVE SEMESTER-N2 TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF BOBOT-CARI > BOBOT-ULANG
               MOVE 'T' TO PILIH-ULANG-YA
               GO TO CEK-ULANG-SELESAI.
           IF BOBOT-CARI = BOBOT-ULANG AND SEMESTER-N2 > SEMESTER-T
               MOVE 'T' TO PILIH-ULANG-YA
               GO TO CEK-ULANG-SELESAI.
           GO TO CEK-ULANG-BACA.
       CEK-ULANG-SELESAI.
           EXIT.

       CEK-KURIKULUM.
           MOVE 'Y' TO AUDIT-LENGKAP-YA.
           IF NOT ADA-KUR
               PERFORM TULIS-TOLAK THRU TULIS-TOLAK-SELESAI
               MOVE SPACES TO LAP2-LINE
               STRING "    FILE KURIKULUM.TXT GAGAL DIBUKA, AUDIT "
                   "TIDAK LENGKAP" DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE
               GO TO CEK-KURIKULUM-SELESAI.
           MOVE 'T' TO KURIKULUM-ADA-YA.
           MOVE 0 TO PILIH-SUDAH.
           MOVE 0 TO MIN-PILIH.
           MOVE SEMESTER-AWAL (1:4) TO ANGKATAN.
           IF ADA-BIO = "Y"
               MOVE NPM-PROSES TO NPM-B
               READ BIOFILE
                   INVALID KEY MOVE SPACES TO THN-MASUK-B.
           IF ADA-BIO = "Y" AND STATUS-BIO = "00"
               AND THN-MASUK-B IS NUMERIC
                   MOVE THN-MASUK-B TO ANGKATAN.
           MOVE KELAS-AKHIR TO KELAS-KR.
           MOVE ANGKATAN TO ANGKATAN-KR.
           MOVE SPACES TO KODE-MK-KR.
           START KURFILE KEY NOT < KUR-KUNCI
               INVALID KEY GO TO CEK-KURIKULUM-AKHIR.
       CEK-KURIKULUM-BACA.
           READ KURFILE NEXT RECORD INTO KUR-O
               AT END GO TO CEK-KURIKULUM-AKHIR.
           IF KELAS-KO NOT = KELAS-AKHIR
               OR ANGKATAN-KO NOT = ANGKATAN
                   GO TO CEK-KURIKULUM-AKHIR.
           MOVE 'Y' TO KURIKULUM-ADA-YA.
           IF KODE-KO = SPACES
               MOVE MIN-PILIH-KO TO MIN-PILIH
               GO TO CEK-KURIKULUM-BACA.
           MOVE KODE-KO TO KODE-TABEL.
           PERFORM CARI-LULUS THRU CARI-LULUS-SELESAI.
           IF JENIS-KO = 'P'
               ADD SKS-TABEL TO PILIH-SUDAH
               GO TO CEK-KURIKULUM-BACA.
           IF ADA-TABEL
               GO TO CEK-KURIKULUM-BACA.
           PERFORM TULIS-TOLAK THRU TULIS-TOLAK-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           STRING "    MK WAJIB BELUM LULUS : " DELIMITED BY SIZE
               KODE-KO DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CEK-KURIKULUM-BACA.
       CEK-KURIKULUM-AKHIR.
           IF NOT KURIKULUM-ADA
               PERFORM TULIS-TOLAK THRU TULIS-TOLAK-SELESAI
               MOVE SPACES TO LAP2-LINE
               STRING "    TANPA KURIKULUM KELAS " DELIMITED BY SIZE
                   KELAS-AKHIR DELIMITED BY SIZE
                   " ANGKATAN " DELIMITED BY SIZE
                   ANGKATAN DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE
               GO TO CEK-KURIKULUM-SELESAI.
           IF PILIH-SUDAH < MIN-PILIH
               PERFORM TULIS-TOLAK THRU TULIS-TOLAK-SELESAI
               MOVE SPACES TO LAP2-LINE
               STRING "    SKS PILIHAN " DELIMITED BY SIZE
                   PILIH-SUDAH DELIMITED BY SIZE
                   " DARI MINIMAL " DELIMITED BY SIZE
                   MIN-PILIH DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
       CEK-KURIKULUM-SELESAI.
           EXIT.

       TULIS-TOLAK.
           IF NOT AUDIT-LENGKAP
               GO TO TULIS-TOLAK-SELESAI.
           MOVE 'T' TO AUDIT-LENGKAP-YA.
           MOVE SPACES TO LAP2-LINE.
           STRING NPM-PROSES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-AKHIR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-AKHIR DELIMITED BY SIZE
               " DITOLAK AUDIT KURIKULUM" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       TULIS-TOLAK-SELESAI.
           EXIT.

       TULIS-TAHAN.
           ADD 1 TO TOTAL-TAHAN.
           MOVE SPACES TO LAP2-LINE.
           STRING NPM-PROSES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-AKHIR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-AKHIR DELIMITED BY SIZE
               " DITAHAN BELUM BEBAS TANGGUNGAN" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "    BELUM BEBAS : " DELIMITED BY SIZE
               KURANG-TEKS DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       TULIS-TAHAN-SELESAI.
           EXIT.

       BEBAS-KEUANGAN.
           MOVE 0 TO TUNGGAKAN.
           IF NOT ADA-BEBAS
               GO TO BEBAS-KEUANGAN-SELESAI.
           IF NOT ADA-TAGIHAN
               GO TO BEBAS-KEUANGAN-TULIS.
           MOVE NPM-BEBAS TO NPM-G.
           MOVE SPACES TO SEMESTER-G.
           START TAGIHAN KEY NOT < TAGIHAN-KUNCI
               INVALID KEY GO TO BEBAS-KEUANGAN-TULIS.
       BEBAS-KEUANGAN-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO BEBAS-KEUANGAN-TULIS.
           IF NPM-G NOT = NPM-BEBAS
               GO TO BEBAS-KEUANGAN-TULIS.
           IF TAGIHAN-G > BAYAR-G
               COMPUTE TUNGGAKAN = TUNGGAKAN + TAGIHAN-G - BAYAR-G.
           GO TO BEBAS-KEUANGAN-BACA.
       BEBAS-KEUANGAN-TULIS.
           MOVE NPM-BEBAS TO NPM-BB.
           MOVE 'K' TO UNIT-BB.
           ACCEPT TGL-BB FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO OPR-BB.
           MOVE SPACES TO KET-BB.
           IF TUNGGAKAN = 0
               MOVE 'Y' TO STATUS-BB
               MOVE "TIDAK ADA TUNGGAKAN" TO KET-BB
           ELSE
               MOVE 'B' TO STATUS-BB
               MOVE TUNGGAKAN TO UANG-ED
               STRING "TUNGGAKAN RP " DELIMITED BY SIZE
                   UANG-ED DELIMITED BY SIZE
                   INTO KET-BB.
           WRITE RECBEBAS
               INVALID KEY
                   REWRITE RECBEBAS
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN BEBAS KEUANGAN.".
       BEBAS-KEUANGAN-SELESAI.
           EXIT.

       CEK-BEBAS.
           MOVE 'Y' TO BEBAS-LENGKAP-YA.
           MOVE SPACES TO KURANG-TEKS.
           MOVE 1 TO PTR-KURANG.
           MOVE 0 TO K-UNIT.
       CEK-BEBAS-UNIT.
           ADD 1 TO K-UNIT.
           IF K-UNIT > 5
               GO TO CEK-BEBAS-AKHIR.
           MOVE 'B' TO STATUS-BB.
           IF NOT ADA-BEBAS
               GO TO CEK-BEBAS-KURANG.
           MOVE NPM-BEBAS TO NPM-BB.
           MOVE UNIT-KODE (K-UNIT) TO UNIT-BB.
           READ BEBASF
               INVALID KEY PERFORM BUAT-BEBAS.
           IF STATUS-BB = 'Y'
               GO TO CEK-BEBAS-UNIT.
       CEK-BEBAS-KURANG.
           MOVE 'T' TO BEBAS-LENGKAP-YA.
           STRING UNIT-NAMA (K-UNIT) DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               INTO KURANG-TEKS WITH POINTER PTR-KURANG.
           GO TO CEK-BEBAS-UNIT.
       CEK-BEBAS-AKHIR.
           IF PTR-KURANG > 2
               MOVE SPACES TO KURANG-TEKS (PTR-KURANG - 2:2).
       CEK-BEBAS-SELESAI.
           EXIT.

       BUAT-BEBAS.
           MOVE NPM-BEBAS TO NPM-BB.
           MOVE UNIT-KODE (K-UNIT) TO UNIT-BB.
           MOVE 'B' TO STATUS-BB.
           MOVE SPACES TO TGL-BB.
           MOVE SPACES TO OPR-BB.
           MOVE "MENUNGGU PEMERIKSAAN UNIT" TO KET-BB.
           WRITE RECBEBAS
               INVALID KEY
                   DISPLAY "GAGAL MENCATAT BEBAS TANGGUNGAN " NPM-BEBAS.

       CARI-LULUS.
           MOVE 'T' TO ADA-TABEL-YA.
           MOVE 0 TO SKS-TABEL.
           MOVE 0 TO I.
       CARI-LULUS-BARIS.
           ADD 1 TO I.
           IF I > ISI-LULUS
               GO TO CARI-LULUS-SELESAI.
           IF TL-KODE (I) = KODE-TABEL
               MOVE 'Y' TO ADA-TABEL-YA
               MOVE TL-SKS (I) TO SKS-TABEL
               GO TO CARI-LULUS-SELESAI.
           GO TO CARI-LULUS-BARIS.
       CARI-LULUS-SELESAI.
           EXIT.

       PINDAH-ALUMNI.
           ACCEPT TGL-LULUS FROM DATE YYYYMMDD.
           OPEN I-O MHS.
           IF ADA-TF
               CLOSE TRANSFERF.
           STOP RUN.

       MUAT-SKALA.
           MOVE 0 TO ISI-SKALA.
       MUAT-SKALA-LAMA.
           ADD 1 TO ISI-SKALA.
           MOVE SPACES TO TS-SEMESTER (ISI-SKALA).
           MOVE LAMA-HURUF (ISI-SKALA) TO TS-HURUF (ISI-SKALA).
           MOVE LAMA-BOBOT (ISI-SKALA) TO TS-BOBOT (ISI-SKALA).
           MOVE LAMA-LULUS (ISI-SKALA) TO TS-LULUS (ISI-SKALA).
           IF ISI-SKALA < 5
               GO TO MUAT-SKALA-LAMA.
           OPEN INPUT SKALA.
           IF STATUS-SKALA NOT = "00"
               GO TO MUAT-SKALA-SELESAI.
       MUAT-SKALA-BACA.
           READ SKALA NEXT RECORD
               AT END GO TO MUAT-SKALA-TUTUP.
           IF ISI-SKALA < 100
               ADD 1 TO ISI-SKALA
               MOVE SEMESTER-SK TO TS-SEMESTER (ISI-SKALA)
               MOVE HURUF-SK TO TS-HURUF (ISI-SKALA)
               MOVE BOBOT-SK TO TS-BOBOT (ISI-SKALA)
               MOVE LULUS-SK TO TS-LULUS (ISI-SKALA).
           GO TO MUAT-SKALA-BACA.
       MUAT-SKALA-TUTUP.
           CLOSE SKALA.
       MUAT-SKALA-SELESAI.
           EXIT.

       CARI-BOBOT.
           MOVE 0 TO BOBOT-CARI.
           MOVE 'T' TO LULUS-CARI.
           MOVE 'T' TO ADA-SKALA-YA.
           MOVE SPACES TO SEM-SKALA.
           MOVE 0 TO K-SKALA.
       CARI-BOBOT-SEMESTER.
           ADD 1 TO K-SKALA.
           IF K-SKALA > ISI-SKALA
               MOVE 0 TO K-SKALA
               GO TO CARI-BOBOT-HURUF.
           IF TS-SEMESTER (K-SKALA) NOT > SEMESTER-BOBOT
               MOVE TS-SEMESTER (K-SKALA) TO SEM-SKALA.
           GO TO CARI-BOBOT-SEMESTER.
       CARI-BOBOT-HURUF.
           ADD 1 TO K-SKALA.
           IF K-SKALA > ISI-SKALA
               GO TO CARI-BOBOT-SELESAI.
           IF TS-SEMESTER (K-SKALA) = SEM-SKALA
               AND TS-HURUF (K-SKALA) = HURUF-CARI
                   MOVE TS-BOBOT (K-SKALA) TO BOBOT-CARI
                   MOVE TS-LULUS (K-SKALA) TO LULUS-CARI
                   MOVE 'Y' TO ADA-SKALA-YA
                   GO TO CARI-BOBOT-SELESAI.
           GO TO CARI-BOBOT-HURUF.
       CARI-BOBOT-SELESAI.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITKUR.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT NILAIFILE ASSIGN TO NILAI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI
           FILE STATUS IS STATUS-NILAI.
           SELECT NILAI2 ASSIGN TO NILAI2-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI2
           FILE STATUS IS STATUS-NILAI2.
           SELECT TRANSFERF ASSIGN TO TF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-KUNCI
           FILE STATUS IS STATUS-TF.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
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
           SELECT MK ASSIGN TO MK-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
       DATA DIVISION.
       FILE SECTION.
       FD MHS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMHS.
       01 RECMHS.
           02 MHS-KUNCI.
               03 NPM pic X(14).
               03 SEMESTER pic X(6).
           02 NAMA pic X(23).
           02 KELAS pic X(5).
           02 IPK pic 9V99.
       FD NILAIFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNILAI.
       01 RECNILAI.
           02 NILAI-KUNCI.
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD NILAI2
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNILAI2.
       01 RECNILAI2.
           02 NILAI-KUNCI2.
               03 NPM-N2 pic X(14).
               03 SEMESTER-N2 pic X(6).
               03 KODE-MK-N2 pic X(8).
           02 HURUF-N2 pic X(2).
           02 SKS-N2 pic 9(2).
       FD TRANSFERF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTF.
       01 RECTF.
           02 TF-KUNCI.
               03 NPM-TF pic X(14).
               03 KODE-MK-TF pic X(8).
           02 HURUF-TF pic X(2).
           02 SKS-TF pic 9(2).
           02 INST-TF pic X(10).
           02 MKASAL-TF pic X(10).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
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
       FD MK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMK.
       01 RECMK.
           02 KODE-MK pic X(8).
           02 NAMA-MK pic X(30).
           02 SKS-MK pic 9(2).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDITKUR.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
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
       77 STATUS-NILAI pic XX.
       77 STATUS-NILAI2 pic XX.
       77 STATUS-TF pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-KUR pic XX.
       77 STATUS-BIO pic XX.
       77 STATUS-MK pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 NILAI2-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 TF-FILENAME pic X(30) VALUE 'TRANSFER.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 KUR-FILENAME pic X(30) VALUE 'KURIKULUM.TXT'.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       01 MHS-O.
           02 NPM-O pic X(14).
           02 SEMESTER-O pic X(6).
           02 NAMA-O pic X(23).
           02 KELAS-O pic X(5).
           02 IPK-O pic 9V99.
       01 NILAI-T.
           02 NPM-T pic X(14).
           02 SEMESTER-T pic X(6).
           02 KODE-T pic X(8).
           02 HURUF-T pic X(2).
           02 SKS-T pic 9(2).
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
       01 TABEL-AMBIL.
           02 AMBIL-BARIS OCCURS 30 TIMES.
               03 TA-KODE pic X(8).
       77 ISI-LULUS pic 9(3).
       77 ISI-AMBIL pic 9(2).
       77 I pic 9(3).
       77 KODE-TABEL pic X(8).
       77 SKS-TABEL pic 9(2).
       77 ADA-TABEL-YA pic X.
           88 ADA-TABEL VALUE 'Y'.
       77 ADA-NILAI pic X.
       77 ADA-TF-YA pic X.
           88 ADA-TF VALUE 'Y'.
       77 ADA-KRS pic X.
       77 ADA-KUR pic X.
       77 ADA-BIO pic X.
       77 ADA-MK pic X.
       77 ATURAN-ULANG pic X.
       77 PILIH-ULANG-YA pic X.
           88 PILIH-ULANG VALUE 'Y'.
       77 BOBOT-ULANG pic 9V99.
       77 NPM-CARI pic X(14).
       77 KELAS-FILTER pic X(5).
       77 SEMESTER-PILIH pic X(6).
       77 NPM-PROSES pic X(14).
       77 NAMA-AKHIR pic X(23).
       77 KELAS-AKHIR pic X(5).
       77 SEMESTER-AWAL pic X(6).
       77 ANGKATAN pic X(4).
       77 STATUS-AUDIT-MK pic X(6).
       77 KURIKULUM-ADA-YA pic X.
           88 KURIKULUM-ADA VALUE 'Y'.
       77 WAJIB-SEMUA pic 9(3).
       77 WAJIB-SUDAH pic 9(3).
       77 WAJIB-SEDANG pic 9(3).
       77 WAJIB-BELUM pic 9(3).
       77 PILIH-SUDAH pic 9(3).
       77 PILIH-SEDANG pic 9(3).
       77 MIN-PILIH pic 9(3).
       77 TOTAL-MHS pic 9(5).
       77 TOTAL-LENGKAP pic 9(5).
       77 HALAMAN pic 9(3).
       77 BARIS-HALAMAN pic 9(3).
       77 MAKS-BARIS pic 9(3) VALUE 50.
       77 TGL-LAPORAN pic X(8).
       77 JUDUL-LAPORAN pic X(40).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'AUDITKUR'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====AUDIT KURIKULUM MAHASISWA=====".
           DISPLAY "NAMA FILE DATA (KOSONGKAN = DATA.TXT) : "
               WITH NO ADVANCING.
           ACCEPT MHS-FILENAME.
           IF MHS-FILENAME = SPACES
               MOVE 'DATA.TXT' TO MHS-FILENAME.
           DISPLAY "NPM (KOSONGKAN = SEMUA) : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           MOVE SPACES TO KELAS-FILTER.
           IF NPM-CARI = SPACES
               DISPLAY "KELAS (KOSONGKAN = SEMUA) : " WITH NO ADVANCING
               ACCEPT KELAS-FILTER.
           DISPLAY "SEMESTER BERJALAN : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           DISPLAY "ATURAN MK ULANG (B=TERBAIK T=TERAKHIR, "
               "KOSONGKAN = B) : " WITH NO ADVANCING.
           ACCEPT ATURAN-ULANG.
           IF ATURAN-ULANG = 't'
               MOVE 'T' TO ATURAN-ULANG.
           IF ATURAN-ULANG NOT = 'T'
               MOVE 'B' TO ATURAN-ULANG.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT KURFILE.
           IF STATUS-KUR NOT = "00"
               DISPLAY "FILE KURIKULUM.TXT TIDAK DITEMUKAN."
               CLOSE MHS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI = "00"
               MOVE "Y" TO ADA-NILAI
               OPEN INPUT NILAI2
           ELSE
               MOVE "T" TO ADA-NILAI.
           OPEN INPUT TRANSFERF.
           IF STATUS-TF = "00"
               MOVE 'Y' TO ADA-TF-YA
           ELSE
               MOVE 'T' TO ADA-TF-YA.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS = "00"
               MOVE "Y" TO ADA-KRS
           ELSE
               MOVE "T" TO ADA-KRS.
           OPEN INPUT BIOFILE.
           IF STATUS-BIO = "00"
               MOVE "Y" TO ADA-BIO
           ELSE
               MOVE "T" TO ADA-BIO.
           OPEN INPUT MK.
           IF STATUS-MK = "00"
               MOVE "Y" TO ADA-MK
           ELSE
               MOVE "T" TO ADA-MK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           MOVE 1 TO HALAMAN.
           MOVE "AUDIT KURIKULUM MAHASISWA" TO JUDUL-LAPORAN.
           OPEN OUTPUT LAPCETAK.
           PERFORM CETAK-HEADER-LAPORAN.
           MOVE 0 TO TOTAL-MHS.
           MOVE 0 TO TOTAL-LENGKAP.
           MOVE SPACES TO NPM-PROSES.
           IF NPM-CARI = SPACES
               GO TO BACA.
           MOVE NPM-CARI TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO BACA-SELESAI.
       BACA.
           READ MHS NEXT RECORD INTO MHS-O
               AT END GO TO BACA-SELESAI.
           IF NPM-CARI NOT = SPACES AND NPM-O NOT = NPM-CARI
               GO TO BACA-SELESAI.
           IF NPM-O NOT = NPM-PROSES
               PERFORM AUDIT-MHS THRU AUDIT-MHS-SELESAI
               MOVE NPM-O TO NPM-PROSES
               MOVE SEMESTER-O TO SEMESTER-AWAL.
           MOVE NAMA-O TO NAMA-AKHIR.
           MOVE KELAS-O TO KELAS-AKHIR.
           GO TO BACA.
       BACA-SELESAI.
           PERFORM AUDIT-MHS THRU AUDIT-MHS-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO LAP2-LINE.
           STRING "MAHASISWA DIAUDIT : " DELIMITED BY SIZE
               TOTAL-MHS DELIMITED BY SIZE
               "   AUDIT LENGKAP : " DELIMITED BY SIZE
               TOTAL-LENGKAP DELIMITED BY SIZE
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           CLOSE MHS.
           CLOSE KURFILE.
           CLOSE LAPCETAK.
           MOVE 'AUDITKUR.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           IF ADA-NILAI = "Y"
               CLOSE NILAIFILE
               CLOSE NILAI2.
           IF ADA-TF
               CLOSE TRANSFERF.
           IF ADA-KRS = "Y"
               CLOSE KRSFILE.
           IF ADA-BIO = "Y"
               CLOSE BIOFILE.
           IF ADA-MK = "Y"
               CLOSE MK.
           DISPLAY "MAHASISWA DIAUDIT : " TOTAL-MHS.
           DISPLAY "AUDIT LENGKAP     : " TOTAL-LENGKAP.
           DISPLAY "LAPORAN TERCETAK KE AUDITKUR.LIS.".
           STOP RUN.

       AUDIT-MHS.
           IF NPM-PROSES = SPACES
               GO TO AUDIT-MHS-SELESAI.
           IF KELAS-FILTER NOT = SPACES
               AND KELAS-AKHIR NOT = KELAS-FILTER
                   GO TO AUDIT-MHS-SELESAI.
           ADD 1 TO TOTAL-MHS.
           PERFORM MUAT-LULUS THRU MUAT-LULUS-SELESAI.
           PERFORM MUAT-AMBIL THRU MUAT-AMBIL-SELESAI.
           PERFORM CARI-ANGKATAN THRU CARI-ANGKATAN-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO LAP2-LINE.
           STRING "NPM : " DELIMITED BY SIZE
               NPM-PROSES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-AKHIR DELIMITED BY SIZE
               " KELAS " DELIMITED BY SIZE
               KELAS-AKHIR DELIMITED BY SIZE
               " ANGKATAN " DELIMITED BY SIZE
               ANGKATAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           MOVE 0 TO WAJIB-SEMUA.
           MOVE 0 TO WAJIB-SUDAH.
           MOVE 0 TO WAJIB-SEDANG.
           MOVE 0 TO WAJIB-BELUM.
           MOVE 0 TO PILIH-SUDAH.
           MOVE 0 TO PILIH-SEDANG.
           MOVE 0 TO MIN-PILIH.
           MOVE 'T' TO KURIKULUM-ADA-YA.
           MOVE KELAS-AKHIR TO KELAS-KR.
           MOVE ANGKATAN TO ANGKATAN-KR.
           MOVE SPACES TO KODE-MK-KR.
           START KURFILE KEY NOT < KUR-KUNCI
               INVALID KEY GO TO AUDIT-MHS-RINGKAS.
       AUDIT-MHS-BACA.
           READ KURFILE NEXT RECORD INTO KUR-O
               AT END GO TO AUDIT-MHS-RINGKAS.
           IF KELAS-KO NOT = KELAS-AKHIR
               OR ANGKATAN-KO NOT = ANGKATAN
                   GO TO AUDIT-MHS-RINGKAS.
           MOVE 'Y' TO KURIKULUM-ADA-YA.
           IF KODE-KO = SPACES
               MOVE MIN-PILIH-KO TO MIN-PILIH
               GO TO AUDIT-MHS-BACA.
           MOVE SPACES TO NAMA-MK.
           MOVE 0 TO SKS-MK.
           IF ADA-MK = "Y"
               MOVE KODE-KO TO KODE-MK
               READ MK
                   INVALID KEY MOVE SPACES TO NAMA-MK.
           MOVE KODE-KO TO KODE-TABEL.
           PERFORM CARI-LULUS THRU CARI-LULUS-SELESAI.
           IF ADA-TABEL
               MOVE "SUDAH" TO STATUS-AUDIT-MK
               GO TO AUDIT-MHS-CATAT.
           PERFORM CARI-AMBIL THRU CARI-AMBIL-SELESAI.
           IF ADA-TABEL
               MOVE "SEDANG" TO STATUS-AUDIT-MK
               GO TO AUDIT-MHS-CATAT.
           MOVE "BELUM" TO STATUS-AUDIT-MK.
       AUDIT-MHS-CATAT.
           IF JENIS-KO = 'W'
               ADD 1 TO WAJIB-SEMUA.
           IF JENIS-KO = 'W' AND STATUS-AUDIT-MK = "SUDAH"
               ADD 1 TO WAJIB-SUDAH.
           IF JENIS-KO = 'W' AND STATUS-AUDIT-MK = "SEDANG"
               ADD 1 TO WAJIB-SEDANG.
           IF JENIS-KO = 'W' AND STATUS-AUDIT-MK = "BELUM"
               ADD 1 TO WAJIB-BELUM.
           IF JENIS-KO = 'P' AND STATUS-AUDIT-MK = "SUDAH"
               ADD SKS-TABEL TO PILIH-SUDAH.
           IF JENIS-KO = 'P' AND STATUS-AUDIT-MK = "SEDANG"
               ADD SKS-MK TO PILIH-SEDANG.
           IF JENIS-KO = 'P' AND STATUS-AUDIT-MK = "BELUM"
               GO TO AUDIT-MHS-BACA.
           MOVE SPACES TO LAP2-LINE.
           STRING "  " DELIMITED BY SIZE
               KODE-KO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-MK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SKS-MK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JENIS-KO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATUS-AUDIT-MK DELIMITED BY SIZE
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           GO TO AUDIT-MHS-BACA.
       AUDIT-MHS-RINGKAS.
           IF NOT KURIKULUM-ADA
               MOVE SPACES TO LAP2-LINE
               STRING "  KURIKULUM KELAS " DELIMITED BY SIZE
                   KELAS-AKHIR DELIMITED BY SIZE
                   " ANGKATAN " DELIMITED BY SIZE
                   ANGKATAN DELIMITED BY SIZE
                   " BELUM DIISI" DELIMITED BY SIZE
                   INTO LAP2-LINE
               PERFORM TULIS-BARIS
               GO TO AUDIT-MHS-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           STRING "  WAJIB " DELIMITED BY SIZE
               WAJIB-SEMUA DELIMITED BY SIZE
               " : SUDAH " DELIMITED BY SIZE
               WAJIB-SUDAH DELIMITED BY SIZE
               " SEDANG " DELIMITED BY SIZE
               WAJIB-SEDANG DELIMITED BY SIZE
               " BELUM " DELIMITED BY SIZE
               WAJIB-BELUM DELIMITED BY SIZE
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO LAP2-LINE.
           STRING "  SKS PILIHAN : SUDAH " DELIMITED BY SIZE
               PILIH-SUDAH DELIMITED BY SIZE
               " SEDANG " DELIMITED BY SIZE
               PILIH-SEDANG DELIMITED BY SIZE
               " MINIMAL " DELIMITED BY SIZE
               MIN-PILIH DELIMITED BY SIZE
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO LAP2-LINE.
           IF WAJIB-SUDAH = WAJIB-SEMUA AND PILIH-SUDAH NOT < MIN-PILIH
               ADD 1 TO TOTAL-LENGKAP
               STRING "  AUDIT : LENGKAP" DELIMITED BY SIZE
                   INTO LAP2-LINE
           ELSE
               STRING "  AUDIT : BELUM LENGKAP" DELIMITED BY SIZE
                   INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
       AUDIT-MHS-SELESAI.
           EXIT.

       CARI-ANGKATAN.
           MOVE SEMESTER-AWAL (1:4) TO ANGKATAN.
           IF ADA-BIO = "T"
               GO TO CARI-ANGKATAN-SELESAI.
           MOVE NPM-PROSES TO NPM-B.
           READ BIOFILE
               INVALID KEY GO TO CARI-ANGKATAN-SELESAI.
           IF THN-MASUK-B IS NUMERIC
               MOVE THN-MASUK-B TO ANGKATAN.
       CARI-ANGKATAN-SELESAI.
           EXIT.

       MUAT-LULUS.
           MOVE 0 TO ISI-LULUS.
           IF ADA-NILAI = "T"
               GO TO MUAT-LULUS-TRANSFER.
           MOVE NPM-PROSES TO NPM-N.
           MOVE SPACES TO SEMESTER-N.
           MOVE SPACES TO KODE-MK-N.
           START NILAIFILE KEY NOT < NILAI-KUNCI
               INVALID KEY GO TO MUAT-LULUS-TRANSFER.
       MUAT-LULUS-BACA.
           READ NILAIFILE NEXT RECORD INTO NILAI-T
               AT END GO TO MUAT-LULUS-TRANSFER.
           IF NPM-T NOT = NPM-PROSES
               GO TO MUAT-LULUS-TRANSFER.
           PERFORM CEK-ULANG THRU CEK-ULANG-SELESAI.
           IF NOT PILIH-ULANG
               GO TO MUAT-LULUS-BACA.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF LULUS-CARI = 'Y' AND ISI-LULUS < 150
               ADD 1 TO ISI-LULUS
               MOVE KODE-T TO TL-KODE (ISI-LULUS)
               MOVE SKS-T TO TL-SKS (ISI-LULUS).
           GO TO MUAT-LULUS-BACA.
       MUAT-LULUS-TRANSFER.
           IF NOT ADA-TF
               GO TO MUAT-LULUS-SELESAI.
           MOVE NPM-PROSES TO NPM-TF.
           MOVE SPACES TO KODE-MK-TF.
           START TRANSFERF KEY NOT < TF-KUNCI
               INVALID KEY GO TO MUAT-LULUS-SELESAI.
       MUAT-LULUS-TF-BACA.
           READ TRANSFERF NEXT RECORD
               AT END GO TO MUAT-LULUS-SELESAI.
           IF NPM-TF NOT = NPM-PROSES
               GO TO MUAT-LULUS-SELESAI.
           MOVE HURUF-TF TO HURUF-CARI.
           MOVE HIGH-VALUES TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF LULUS-CARI = 'Y' AND ISI-LULUS < 150
               ADD 1 TO ISI-LULUS
               MOVE KODE-MK-TF TO TL-KODE (ISI-LULUS)
               MOVE SKS-TF TO TL-SKS (ISI-LULUS).
           GO TO MUAT-LULUS-TF-BACA.
       MUAT-LULUS-SELESAI.
           EXIT.

       MUAT-AMBIL.
           MOVE 0 TO ISI-AMBIL.
           IF ADA-KRS = "T" OR SEMESTER-PILIH = SPACES
               GO TO MUAT-AMBIL-SELESAI.
           MOVE NPM-PROSES TO NPM-K.
           MOVE SEMESTER-PILIH TO SEMESTER-K.
           MOVE SPACES TO KODE-MK-K.
           START KRSFILE KEY NOT < KRS-KUNCI
               INVALID KEY GO TO MUAT-AMBIL-SELESAI.
       MUAT-AMBIL-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO MUAT-AMBIL-SELESAI.
           IF NPM-K NOT = NPM-PROSES
               OR SEMESTER-K NOT = SEMESTER-PILIH
                   GO TO MUAT-AMBIL-SELESAI.
           IF ISI-AMBIL < 30
               ADD 1 TO ISI-AMBIL
               MOVE KODE-MK-K TO TA-KODE (ISI-AMBIL).
           GO TO MUAT-AMBIL-BACA.
       MUAT-AMBIL-SELESAI.
           EXIT.

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

       CARI-AMBIL.
           MOVE 'T' TO ADA-TABEL-YA.
           MOVE 0 TO I.
       CARI-AMBIL-BARIS.
           ADD 1 TO I.
           IF I > ISI-AMBIL
               GO TO CARI-AMBIL-SELESAI.
           IF TA-KODE (I) = KODE-TABEL
               MOVE 'Y' TO ADA-TABEL-YA
               GO TO CARI-AMBIL-SELESAI.
           GO TO CARI-AMBIL-BARIS.
       CARI-AMBIL-SELESAI.
           EXIT.

       CEK-ULANG.
           MOVE 'Y' TO PILIH-ULANG-YA.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT-ULANG.
           MOVE NPM-T TO NPM-N2.
           MOVE SPACES TO SEMESTER-N2.
           MOVE SPACES TO KODE-MK-N2.
           START NILAI2 KEY NOT < NILAI-KUNCI2
               INVALID KEY GO TO CEK-ULANG-SELESAI.
       CEK-ULANG-BACA.
           READ NILAI2 NEXT RECORD
               AT END GO TO CEK-ULANG-SELESAI.
           IF NPM-N2 NOT = NPM-T
               GO TO CEK-ULANG-SELESAI.
           IF KODE-MK-N2 NOT = KODE-T
               GO TO CEK-ULANG-BACA.
           IF SEMESTER-N2 = SEMESTER-T
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
       CEK-ULANG-AKHIRAN.
           IF SEMESTER-N2 > SEMESTER-T
               MOVE 'T' TO PILIH-ULANG-YA
               GO TO CEK-ULANG-SELESAI.
           GO TO CEK-ULANG-BACA.
       CEK-ULANG-SELESAI.
           EXIT.

       TULIS-BARIS.
           WRITE LAP2-LINE.
           ADD 1 TO BARIS-HALAMAN.
           IF BARIS-HALAMAN >= MAKS-BARIS
               ADD 1 TO HALAMAN
               PERFORM CETAK-HEADER-LAPORAN.

       CETAK-HEADER-LAPORAN.
           MOVE SPACES TO LAP2-LINE.
           STRING "UNIVERSITAS CONTOH" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING JUDUL-LAPORAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "TANGGAL : " DELIMITED BY SIZE
               TGL-LAPORAN DELIMITED BY SIZE
               "     HALAMAN : " DELIMITED BY SIZE
               HALAMAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO BARIS-HALAMAN.

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

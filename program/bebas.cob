       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEBAS.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEBASF ASSIGN TO BEBAS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEBAS-KUNCI
           FILE STATUS IS STATUS-BEBAS.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT ALUMNI ASSIGN TO ALUMNI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-A
           FILE STATUS IS STATUS-ALUMNI.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
           SELECT SKRFILE ASSIGN TO SKR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-SR
           FILE STATUS IS STATUS-SKR.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
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
       FD ALUMNI
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECALUMNI.
       01 RECALUMNI.
           02 NPM-A pic X(14).
           02 NAMA-A pic X(23).
           02 KELAS-A pic X(5).
           02 IPK-A pic 9V99.
           02 SKS-A pic 9(3).
           02 TGL-LULUS-A pic X(8).
           02 PEKERJAAN-A pic X(25).
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
       FD SKRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKR.
       01 RECSKR.
           02 NPM-SR pic X(14).
           02 JUDUL-SR pic X(60).
           02 PEMB1-SR pic X(10).
           02 PEMB2-SR pic X(10).
           02 SEM-DAFTAR-SR pic X(6).
           02 TGL-SIDANG-SR pic X(8).
           02 UJI1-SR pic X(10).
           02 UJI2-SR pic X(10).
           02 HURUF-SR pic X(2).
           02 SEM-NILAI-SR pic X(6).
           02 STATUS-SR pic X.
           02 LAMA-SR pic X.
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BEBAS.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-BEBAS pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-ALUMNI pic XX.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-SKR pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-AUDIT pic XX.
       77 BEBAS-FILENAME pic X(30) VALUE 'BEBAS.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 ALUMNI-FILENAME pic X(30) VALUE 'ALUMNI.TXT'.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 SKR-FILENAME pic X(30) VALUE 'SKRIPSI.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
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
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 TERIMA pic X.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 NPM-CARI pic X(14).
       77 NAMA-CARI pic X(23).
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 ADA-BEBAS-YA pic X.
           88 ADA-BEBAS VALUE 'Y'.
       77 ADA-TAGIHAN-YA pic X.
           88 ADA-TAGIHAN VALUE 'Y'.
       77 SKRIPSI-SELESAI-YA pic X.
           88 SKRIPSI-SELESAI VALUE 'Y'.
       77 BEBAS-LENGKAP-YA pic X.
           88 BEBAS-LENGKAP VALUE 'Y'.
       77 UNIT-PILIH pic X.
       77 K-UNIT pic 9.
       77 NPM-BEBAS pic X(14).
       77 NPM-LALU pic X(14).
       77 KURANG-TEKS pic X(70).
       77 PTR-KURANG pic 9(3).
       77 STATUS-MASUK pic X.
       77 KET-MASUK pic X(30).
       77 TUNGGAKAN pic 9(9).
       77 UANG-ED pic Z(8)9.
       77 TGL-HARI pic X(8).
       77 TOTAL-SEMUA pic 9(5).
       77 TOTAL-BELUM pic 9(5).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'BEBAS'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
       MASUK.
           DISPLAY "=====BEBAS TANGGUNGAN KELULUSAN=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           DISPLAY "KATA SANDI  : " WITH NO ADVANCING.
           ACCEPT SANDI-MASUK.
           PERFORM CEK-OPERATOR THRU CEK-OPERATOR-SELESAI.
           IF OPERATOR-LEVEL > 0
               GO TO PILIH-MENU.
           ADD 1 TO GAGAL-MASUK.
           IF GAGAL-MASUK < 3
               DISPLAY "ID ATAU SANDI SALAH, ULANGI."
               GO TO MASUK.
           DISPLAY "TIGA KALI GAGAL, PROGRAM BERHENTI.".
           STOP RUN.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====BEBAS TANGGUNGAN KELULUSAN=====".
           DISPLAY "1. BEBAS PERPUSTAKAAN".
           DISPLAY "2. BEBAS LABORATORIUM".
           DISPLAY "3. BEBAS SKRIPSI (NASKAH AKHIR DIUNGGAH)".
           DISPLAY "4. PERSETUJUAN DOSEN WALI".
           DISPLAY "5. PERIKSA KEUANGAN".
           DISPLAY "6. TAMPIL STATUS BEBAS TANGGUNGAN".
           DISPLAY "7. DAFTAR BELUM BEBAS TANGGUNGAN".
           DISPLAY "8. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA > 0 AND TERIMA < 6 AND OPERATOR-LEVEL < 2
               DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGUBAH DATA."
               GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO BUKA-FILE5.
           IF TERIMA = 6 GO TO BUKA-FILE6.
           IF TERIMA = 7 GO TO BUKA-FILE7.
           IF TERIMA = 8 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           MOVE 2 TO K-UNIT.
           GO TO TANDA-BUKA.
       BUKA-FILE2.
           MOVE 3 TO K-UNIT.
           GO TO TANDA-BUKA.
       BUKA-FILE3.
           MOVE 4 TO K-UNIT.
           GO TO TANDA-BUKA.
       BUKA-FILE4.
           MOVE 5 TO K-UNIT.
       TANDA-BUKA.
           MOVE UNIT-KODE (K-UNIT) TO UNIT-PILIH.
           PERFORM BUKA-BEBAS THRU BUKA-BEBAS-SELESAI.
           IF NOT ADA-BEBAS
               GO TO PILIH-MENU.
           DISPLAY "-----BEBAS " UNIT-NAMA (K-UNIT) "-----".
       TANDA-MULAI.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           PERFORM CEK-MHS THRU CEK-MHS-SELESAI.
           IF NOT ADA-MHS
               DISPLAY "NPM " NPM-CARI " TIDAK ADA DI DATA MAHASISWA "
                   "ATAU ALUMNI."
               GO TO TANDA-LAGI.
           DISPLAY "   " NAMA-CARI.
           MOVE NPM-CARI TO NPM-BB.
           MOVE UNIT-PILIH TO UNIT-BB.
           READ BEBASF
               INVALID KEY
                   MOVE 'B' TO STATUS-BB
                   MOVE SPACES TO TGL-BB
                   MOVE SPACES TO OPR-BB
                   MOVE SPACES TO KET-BB.
           DISPLAY "STATUS SEKARANG : " STATUS-BB " " TGL-BB " "
               OPR-BB " " KET-BB.
       TANDA-STATUS.
           DISPLAY "STATUS BARU (Y=BEBAS B=BELUM) : " WITH NO ADVANCING.
           ACCEPT STATUS-MASUK.
           IF STATUS-MASUK = 'y'
               MOVE 'Y' TO STATUS-MASUK.
           IF STATUS-MASUK = 'b'
               MOVE 'B' TO STATUS-MASUK.
           IF STATUS-MASUK NOT = 'Y' AND STATUS-MASUK NOT = 'B'
               GO TO TANDA-STATUS.
           IF STATUS-MASUK = 'Y' AND UNIT-PILIH = 'S'
               PERFORM CEK-SKRIPSI THRU CEK-SKRIPSI-SELESAI
               IF NOT SKRIPSI-SELESAI
                   DISPLAY "SKRIPSI BELUM BERSTATUS SELESAI, TIDAK "
                       "BISA DIBEBASKAN."
                   GO TO TANDA-LAGI.
           DISPLAY "KETERANGAN : " WITH NO ADVANCING.
           ACCEPT KET-MASUK.
           MOVE NPM-CARI TO NPM-BB.
           MOVE UNIT-PILIH TO UNIT-BB.
           MOVE STATUS-MASUK TO STATUS-BB.
           ACCEPT TGL-BB FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO OPR-BB.
           MOVE KET-MASUK TO KET-BB.
           WRITE RECBEBAS
               INVALID KEY
                   REWRITE RECBEBAS
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN BEBAS TANGGUNGAN.".
           MOVE SPACES TO AUDIT-AKSI.
           STRING "BEBAS-" DELIMITED BY SIZE
               UNIT-PILIH DELIMITED BY SIZE
               STATUS-MASUK DELIMITED BY SIZE
               INTO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "BEBAS " UNIT-NAMA (K-UNIT) " " NPM-CARI
               " TERSIMPAN.".
       TANDA-LAGI.
           DISPLAY "ISI LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TANDA-MULAI.
           CLOSE BEBASF.
           GO TO PILIH-MENU.

       BUKA-FILE5.
           PERFORM BUKA-BEBAS THRU BUKA-BEBAS-SELESAI.
           IF NOT ADA-BEBAS
               GO TO PILIH-MENU.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN = "00"
               MOVE 'Y' TO ADA-TAGIHAN-YA
           ELSE
               MOVE 'T' TO ADA-TAGIHAN-YA
               DISPLAY "FILE TAGIHAN.TXT TIDAK ADA, TIDAK ADA "
                   "TUNGGAKAN TERCATAT.".
       UANG-MULAI.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           PERFORM CEK-MHS THRU CEK-MHS-SELESAI.
           IF NOT ADA-MHS
               DISPLAY "NPM " NPM-CARI " TIDAK ADA DI DATA MAHASISWA "
                   "ATAU ALUMNI."
               GO TO UANG-LAGI.
           DISPLAY "   " NAMA-CARI.
           MOVE NPM-CARI TO NPM-BEBAS.
           PERFORM BEBAS-KEUANGAN THRU BEBAS-KEUANGAN-SELESAI.
           MOVE TUNGGAKAN TO UANG-ED.
           IF TUNGGAKAN = 0
               DISPLAY "TIDAK ADA TUNGGAKAN, KEUANGAN BEBAS."
           ELSE
               DISPLAY "TUNGGAKAN RP " UANG-ED
                   ", KEUANGAN BELUM BEBAS.".
           MOVE "BEBAS-K" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       UANG-LAGI.
           DISPLAY "PERIKSA LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO UANG-MULAI.
           IF ADA-TAGIHAN
               CLOSE TAGIHAN.
           CLOSE BEBASF.
           GO TO PILIH-MENU.

       BUKA-FILE6.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN INPUT BEBASF.
           IF STATUS-BEBAS NOT = "00"
               DISPLAY "BELUM ADA DATA BEBAS TANGGUNGAN."
               GO TO PILIH-MENU.
           MOVE 0 TO K-UNIT.
           DISPLAY "==================================================".
           DISPLAY "UNIT          ST TANGGAL  OPERATOR   KETERANGAN".
           DISPLAY "==================================================".
       TAMPIL-UNIT.
           ADD 1 TO K-UNIT.
           IF K-UNIT > 5
               GO TO TAMPIL-SELESAI.
           MOVE NPM-CARI TO NPM-BB.
           MOVE UNIT-KODE (K-UNIT) TO UNIT-BB.
           READ BEBASF
               INVALID KEY
                   MOVE 'B' TO STATUS-BB
                   MOVE SPACES TO TGL-BB
                   MOVE SPACES TO OPR-BB
                   MOVE "BELUM DIPERIKSA" TO KET-BB.
           DISPLAY UNIT-NAMA (K-UNIT) " " STATUS-BB "  " TGL-BB " "
               OPR-BB " " KET-BB.
           GO TO TAMPIL-UNIT.
       TAMPIL-SELESAI.
           MOVE NPM-CARI TO NPM-BEBAS.
           MOVE 'Y' TO ADA-BEBAS-YA.
           PERFORM CEK-BEBAS THRU CEK-BEBAS-SELESAI.
           DISPLAY " ".
           IF BEBAS-LENGKAP
               DISPLAY "SEMUA UNIT SUDAH BEBAS."
           ELSE
               DISPLAY "BELUM BEBAS : " KURANG-TEKS.
           CLOSE BEBASF.
           GO TO PILIH-MENU.

       BUKA-FILE7.
           OPEN INPUT BEBASF.
           IF STATUS-BEBAS NOT = "00"
               DISPLAY "BELUM ADA DATA BEBAS TANGGUNGAN."
               GO TO PILIH-MENU.
           MOVE 'Y' TO ADA-BEBAS-YA.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-SEMUA.
           MOVE 0 TO TOTAL-BELUM.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "DAFTAR BELUM BEBAS TANGGUNGAN  TANGGAL : "
               DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       DAFTAR-BACA.
           READ BEBASF NEXT RECORD
               AT END GO TO DAFTAR-SELESAI.
           MOVE NPM-BB TO NPM-LALU.
           MOVE NPM-BB TO NPM-BEBAS.
           ADD 1 TO TOTAL-SEMUA.
           PERFORM CEK-BEBAS THRU CEK-BEBAS-SELESAI.
           IF NOT BEBAS-LENGKAP
               ADD 1 TO TOTAL-BELUM
               MOVE NPM-LALU TO NPM-CARI
               PERFORM CEK-MHS THRU CEK-MHS-SELESAI
               MOVE SPACES TO LAP2-LINE
               STRING NPM-LALU DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NAMA-CARI DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE
               MOVE SPACES TO LAP2-LINE
               STRING "    BELUM BEBAS : " DELIMITED BY SIZE
                   KURANG-TEKS DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
           MOVE NPM-LALU TO NPM-BB.
           MOVE HIGH-VALUES TO UNIT-BB.
           START BEBASF KEY > BEBAS-KUNCI
               INVALID KEY GO TO DAFTAR-SELESAI.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "NPM TERDAFTAR : " DELIMITED BY SIZE
               TOTAL-SEMUA DELIMITED BY SIZE
               "   BELUM BEBAS : " DELIMITED BY SIZE
               TOTAL-BELUM DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'BEBAS.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE BEBASF.
           DISPLAY "NPM TERDAFTAR : " TOTAL-SEMUA.
           DISPLAY "BELUM BEBAS   : " TOTAL-BELUM.
           DISPLAY "DAFTAR TERCETAK KE BEBAS.LIS.".
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

       BUKA-BEBAS.
           MOVE 'T' TO ADA-BEBAS-YA.
           OPEN I-O BEBASF.
           IF STATUS-BEBAS = "35"
               OPEN OUTPUT BEBASF
               CLOSE BEBASF
               OPEN I-O BEBASF.
           IF STATUS-BEBAS NOT = "00"
               DISPLAY "FILE BEBAS TANGGUNGAN GAGAL DIBUKA, STATUS = "
                   STATUS-BEBAS
               GO TO BUKA-BEBAS-SELESAI.
           MOVE 'Y' TO ADA-BEBAS-YA.
       BUKA-BEBAS-SELESAI.
           EXIT.

       BEBAS-KEUANGAN.
           MOVE 0 TO TUNGGAKAN.
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
               INVALID KEY MOVE 'B' TO STATUS-BB.
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

       CEK-SKRIPSI.
           MOVE 'T' TO SKRIPSI-SELESAI-YA.
           OPEN INPUT SKRFILE.
           IF STATUS-SKR NOT = "00"
               GO TO CEK-SKRIPSI-SELESAI.
           MOVE NPM-CARI TO NPM-SR.
           READ SKRFILE
               INVALID KEY
                   CLOSE SKRFILE
                   GO TO CEK-SKRIPSI-SELESAI.
           IF STATUS-SR = 'S'
               MOVE 'Y' TO SKRIPSI-SELESAI-YA.
           CLOSE SKRFILE.
       CEK-SKRIPSI-SELESAI.
           EXIT.

       CEK-MHS.
           MOVE 'T' TO ADA-MHS-YA.
           MOVE SPACES TO NAMA-CARI.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               GO TO CEK-MHS-ALUMNI.
           MOVE NPM-CARI TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY
                   CLOSE MHS
                   GO TO CEK-MHS-ALUMNI.
           READ MHS NEXT RECORD
               AT END
                   CLOSE MHS
                   GO TO CEK-MHS-ALUMNI.
           IF NPM = NPM-CARI
               MOVE 'Y' TO ADA-MHS-YA
               MOVE NAMA TO NAMA-CARI.
           CLOSE MHS.
           IF ADA-MHS
               GO TO CEK-MHS-SELESAI.
       CEK-MHS-ALUMNI.
           OPEN INPUT ALUMNI.
           IF STATUS-ALUMNI NOT = "00"
               GO TO CEK-MHS-SELESAI.
           MOVE NPM-CARI TO NPM-A.
           READ ALUMNI
               INVALID KEY
                   CLOSE ALUMNI
                   GO TO CEK-MHS-SELESAI.
           MOVE 'Y' TO ADA-MHS-YA.
           MOVE NAMA-A TO NAMA-CARI.
           CLOSE ALUMNI.
       CEK-MHS-SELESAI.
           EXIT.

       CATAT-AUDIT.
           ACCEPT AUDIT-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AUDIT-JAM FROM TIME.
           OPEN EXTEND AUDITLOG.
           IF STATUS-AUDIT = "35"
               OPEN OUTPUT AUDITLOG.
           MOVE SPACES TO AUDIT-LINE.
           STRING AUDIT-TANGGAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-JAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-AKSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-CARI DELIMITED BY SPACE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       CEK-OPERATOR.
           MOVE 0 TO OPERATOR-LEVEL.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR = "35"
               DISPLAY "FILE OPERATOR TIDAK ADA, AKSES PENUH."
               MOVE 3 TO OPERATOR-LEVEL
               GO TO CEK-OPERATOR-SELESAI.
           IF STATUS-OPR NOT = "00"
               DISPLAY "FILE OPERATOR GAGAL DIBUKA, STATUS = "
                   STATUS-OPR
               GO TO CEK-OPERATOR-SELESAI.
           MOVE OPERATOR-ID TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   CLOSE OPRFILE
                   GO TO CEK-OPERATOR-SELESAI.
           IF OPR-SANDI = SANDI-MASUK
               MOVE OPR-LEVEL TO OPERATOR-LEVEL.
           CLOSE OPRFILE.
       CEK-OPERATOR-SELESAI.
           EXIT.

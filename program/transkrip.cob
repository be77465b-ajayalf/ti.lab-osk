           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-KUNCI
           FILE STATUS IS STATUS-TF.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT BLOKIRF ASSIGN TO BLOKIR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BL
           FILE STATUS IS STATUS-BLOKIR.
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
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           02 TF-KUNCI.
               03 NPM-TF pic X(14).
               03 KODE-MK-TF pic X(8).
           02 HURUF-TF pic X(2).
           02 SKS-TF pic 9(2).
           02 INST-TF pic X(10).
           02 MKASAL-TF pic X(10).
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       FD BLOKIRF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBLOKIR.
       01 RECBLOKIR.
           02 NPM-BL pic X(14).
           02 JENIS-BL pic X.
           02 ALASAN-BL pic X(30).
           02 TANGGAL-BL pic X(8).
           02 OLEH-BL pic X(10).
           02 SEMESTER-BL pic X(6).
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
       77 STATUS-LAPCETAK pic XX.
           02 NPM-T pic X(14).
           02 SEMESTER-T pic X(6).
           02 KODE-T pic X(8).
           02 HURUF-T pic X(2).
           02 SKS-T pic 9(2).
       77 NPM-CARI pic X(14).
       77 ADA-NILAI pic X.
       77 TOTAL-SKS pic 9(3).
       77 JUMLAH-IPK pic 9(5)V99.
       77 BOBOT pic 9V99.
       77 BOBOT-ULANG pic 9V99.
       77 IPK-KUM pic 9V99.
       77 IPK-CSV pic 9.99.
       77 HALAMAN pic 9(3).
       77 MAKS-BARIS pic 9(3) VALUE 40.
       77 TGL-LAPORAN pic X(8).
       77 JUDUL-LAPORAN pic X(40).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 SUPER-ID pic X(10).
       77 SUPER-SANDI pic X(10).
       77 SUPER-LEVEL pic 9.
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 STATUS-BLOKIR pic XX.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 ADA-BLOKIR-YA pic X.
           88 ADA-BLOKIR VALUE 'Y'.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'TRANSKRIP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====CETAK TRANSKRIP AKADEMIK=====".
               MOVE 'DATA.TXT' TO MHS-FILENAME.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           PERFORM CEK-BLOKIR THRU CEK-BLOKIR-SELESAI.
           IF NOT ADA-BLOKIR
               GO TO MULAI-LANJUT.
           DISPLAY "MAHASISWA DIBLOKIR : " ALASAN-BL.
           DISPLAY "DIPASANG " TANGGAL-BL " OLEH " OLEH-BL.
           DISPLAY "MINTA OTORISASI LEVEL 9? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF TIDAK
               STOP RUN.
           PERFORM CEK-SUPER THRU CEK-SUPER-SELESAI.
           IF SUPER-LEVEL NOT = 9
               DISPLAY "BUKAN OTORISASI LEVEL 9, TRANSKRIP TIDAK "
                   "DICETAK."
               STOP RUN.
           MOVE "BUKABLOKIR" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       MULAI-LANJUT.
           DISPLAY "ATURAN MK ULANG (B=TERBAIK T=TERAKHIR, "
               "KOSONGKAN = B) : " WITH NO ADVANCING.
           ACCEPT ATURAN-ULANG.
               MOVE 'Y' TO ADA-TF-YA
           ELSE
               MOVE 'T' TO ADA-TF-YA.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           MOVE NPM-CARI TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
                   INTO LAP2-LINE
               PERFORM TULIS-BARIS
               GO TO CETAK-NILAI-BACA.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-T.
           ADD SKS-T TO TOTAL-SKS.
           MOVE SPACES TO LAP2-LINE.

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
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           CLOSE LAPCETAK.
           MOVE 'TRANSKRIP.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "TRANSKRIP TERCETAK KE TRANSKRIP.LIS.".
           GO TO TUTUP.
       TIDAK-ADA.
               STRING "KREDIT TRANSFER :" DELIMITED BY SIZE
                   INTO LAP2-LINE
               PERFORM TULIS-BARIS.
           MOVE HURUF-TF TO HURUF-CARI.
           MOVE HIGH-VALUES TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-TF.
           ADD SKS-TF TO TOTAL-SKS.
           MOVE SPACES TO LAP2-LINE.
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

       CEK-BLOKIR.
           MOVE 'T' TO ADA-BLOKIR-YA.
           OPEN INPUT BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               GO TO CEK-BLOKIR-SELESAI.
           MOVE NPM-CARI TO NPM-BL.
           READ BLOKIRF
               INVALID KEY
                   CLOSE BLOKIRF
                   GO TO CEK-BLOKIR-SELESAI.
           MOVE 'Y' TO ADA-BLOKIR-YA.
           CLOSE BLOKIRF.
       CEK-BLOKIR-SELESAI.
           EXIT.

       CEK-SUPER.
           MOVE 0 TO SUPER-LEVEL.
           DISPLAY "ID SUPERVISOR   : " WITH NO ADVANCING.
           ACCEPT SUPER-ID.
           DISPLAY "SANDI SUPERVISOR : " WITH NO ADVANCING.
           ACCEPT SUPER-SANDI.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR = "35"
               DISPLAY "FILE OPERATOR TIDAK ADA, AKSES PENUH."
               MOVE 3 TO SUPER-LEVEL
               GO TO CEK-SUPER-SELESAI.
           IF STATUS-OPR NOT = "00"
               DISPLAY "FILE OPERATOR GAGAL DIBUKA, STATUS = "
                   STATUS-OPR
               GO TO CEK-SUPER-SELESAI.
           MOVE SUPER-ID TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   CLOSE OPRFILE
                   GO TO CEK-SUPER-SELESAI.
           IF OPR-SANDI = SUPER-SANDI
               MOVE OPR-LEVEL TO SUPER-LEVEL.
           CLOSE OPRFILE.
       CEK-SUPER-SELESAI.
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
               SUPER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-AKSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-CARI DELIMITED BY SPACE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

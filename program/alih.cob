           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
       DATA DIVISION.
       FILE SECTION.
       FD EKUIV
           02 TF-KUNCI.
               03 NPM-TF pic X(14).
               03 KODE-MK-TF pic X(8).
           02 HURUF-TF pic X(2).
           02 SKS-TF pic 9(2).
           02 INST-TF pic X(10).
           02 MKASAL-TF pic X(10).
           02 KODE-MK pic X(8).
           02 NAMA-MK pic X(30).
           02 SKS-MK pic 9(2).
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
       77 STATUS-EKUIV pic XX.
       77 STATUS-TF pic XX.
       77 STATUS-MK pic XX.
       01 TF-O.
           02 NPM-O pic X(14).
           02 KODE-TO pic X(8).
           02 HURUF-O pic X(2).
           02 SKS-O pic 9(2).
           02 INST-TO pic X(10).
           02 MKASAL-TO pic X(10).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 HURUF-MASUK pic X(2).
       77 TERIMA pic X.
       77 NPM-CARI pic X(14).
       77 INST-CARI pic X(10).
       77 KODE-CARI pic X(8).
       77 TOTAL-SEMUA pic 9(4).
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====KREDIT TRANSFER MAHASISWA PINDAHAN=====".
                   DISPLAY "KODE " KODE-MK-E " TIDAK ADA DI KATALOG."
                   GO TO ENTRI-TF-LAGI.
           DISPLAY "DIAKUI SEBAGAI " KODE-MK " " NAMA-MK.
           DISPLAY "NILAI HURUF : " WITH NO ADVANCING.
           ACCEPT HURUF-MASUK.
           MOVE HURUF-MASUK TO HURUF-CARI.
           MOVE HIGH-VALUES TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NOT ADA-SKALA
               DISPLAY "NILAI " HURUF-MASUK
                   " TIDAK ADA DI SKALA NILAI, ULANGI."
               GO TO ENTRI-TF-LAGI.
           MOVE KODE-MK-E TO KODE-MK-TF.
           MOVE HURUF-MASUK TO HURUF-TF.

       SELESAI2.
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

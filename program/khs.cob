           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-B
           FILE STATUS IS STATUS-BIO.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
       DATA DIVISION.
       FILE SECTION.
       FD MHS
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           02 WALI-B pic X(23).
           02 TELP-WALI-B pic X(12).
           02 THN-MASUK-B pic X(4).
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
       77 STATUS-LAPCETAK pic XX.
           02 NPM-T pic X(14).
           02 SEMESTER-T pic X(6).
           02 KODE-T pic X(8).
           02 HURUF-T pic X(2).
           02 SKS-T pic 9(2).
       77 SEMESTER-PILIH pic X(6).
       77 ADA-NILAI pic X.
           88 ADA-BIO VALUE 'Y'.
       77 TOTAL-MHS pic 9(4).
       77 TOTAL-SKS pic 9(3).
       77 BOBOT pic 9V99.
       77 TOTAL-BOBOT pic 9(5)V99.
       77 IPS-HIT pic 9V99.
       77 BOBOT-CSV pic 9.99.
       77 IPK-CSV pic 9.99.
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'KHS'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====CETAK KHS PER MAHASISWA=====".
               MOVE "T" TO ADA-NILAI
           ELSE
               MOVE "Y" TO ADA-NILAI.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE 0 TO TOTAL-MHS.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO TOTAL-SKS.
           MOVE 0 TO TOTAL-BOBOT.
           IF ADA-NILAI = "Y"
               PERFORM CETAK-NILAI THRU CETAK-NILAI-SELESAI.
           MOVE IPK-O TO IPS-HIT.
           IF TOTAL-SKS > 0
               COMPUTE IPS-HIT ROUNDED = TOTAL-BOBOT / TOTAL-SKS.
           MOVE IPS-HIT TO IPK-CSV.
           MOVE SPACES TO LAP2-LINE.
           STRING "IPK SEMESTER : " DELIMITED BY SIZE
               IPK-CSV DELIMITED BY SIZE
           EXIT.

       CETAK-NILAI.
           MOVE SPACES TO LAP2-LINE.
           STRING "KODE     NILAI  SKS  BOBOT" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE NPM-O TO NPM-N.
           IF NPM-T NOT = NPM-O
               OR SEMESTER-T NOT = SEMESTER-O
                   GO TO CETAK-NILAI-JUMLAH.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-T.
           ADD SKS-T TO TOTAL-SKS.
           MOVE BOBOT TO BOBOT-CSV.
           MOVE SPACES TO LAP2-LINE.
           STRING KODE-T DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               HURUF-T DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               SKS-T DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BOBOT-CSV DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-NILAI-BACA.
           IF ADA-NILAI = "Y"
               CLOSE NILAIFILE.
           CLOSE LAPCETAK.
           MOVE 'KHS.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY " ".
           DISPLAY "KHS TERCETAK KE KHS.LIS UNTUK " TOTAL-MHS
               " MAHASISWA.".
           GOBACK.

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

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
       FD KRSFILE
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD MHS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NILKOS.LIS'
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
       77 STATUS-KRS pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-SALAH pic XX.
           02 SKS-O pic 9(2).
       77 SEMESTER-PILIH pic X(6).
       77 ADA-NILAI pic X.
       77 NILAI-SAH-YA pic X.
           88 NILAI-SAH VALUE 'Y'.
       77 ADA-MHS pic X.
       77 ADA-MK pic X.
       77 KELAS-MHS pic X(5).
       77 TOTAL-KELAS pic 9(4).
       77 TOTAL-SEMUA pic 9(5).
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'CEKNIL'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====PEMERIKSAAN KELENGKAPAN NILAI=====".
               MOVE "T" TO ADA-MK
           ELSE
               MOVE "Y" TO ADA-MK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'NILKOS.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE KRSFILE.
           IF ADA-NILAI = "Y"
               CLOSE NILAIFILE.
           IF SEMESTER-O NOT = SEMESTER-PILIH
               GO TO ISI-KOSONG.
           PERFORM CEK-NILAI THRU CEK-NILAI-SELESAI.
           IF NILAI-SAH
               GO TO ISI-KOSONG.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           MOVE KODE-O TO KODE-S.
           EXIT.

       CEK-NILAI.
           MOVE 'T' TO NILAI-SAH-YA.
           IF ADA-NILAI = "T"
               GO TO CEK-NILAI-SELESAI.
           MOVE NPM-O TO NPM-N.
           READ NILAIFILE
               INVALID KEY
                   GO TO CEK-NILAI-SELESAI.
           MOVE HURUF-N TO HURUF-CARI.
           MOVE SEMESTER-N TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF ADA-SKALA
               MOVE 'Y' TO NILAI-SAH-YA.
       CEK-NILAI-SELESAI.
           EXIT.

           IF SEMESTER-O NOT = SEMESTER-PILIH
               GO TO ISI-KELAS.
           PERFORM CEK-NILAI THRU CEK-NILAI-SELESAI.
           IF NILAI-SAH
               GO TO ISI-KELAS.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           MOVE KELAS-MHS TO KELAS-S2.
                   " NILAI BELUM TERISI" DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.

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

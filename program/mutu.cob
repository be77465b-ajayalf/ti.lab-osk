           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT MUTU-SORT ASSIGN TO DISK.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
       DATA DIVISION.
       FILE SECTION.
       FD MHS
           02 NPM-M pic X(14).
           02 KELAS-M pic X(5).
           02 IPK-M pic 9V99.
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
       77 STATUS-LAPCETAK pic XX.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 TOTAL-TIPE3 pic 9(6).
       77 TOTAL-TIPE4 pic 9(6).
       77 IPK-CSV pic 9.99.
       77 BOBOT-MAKS pic 9V99.
       77 HALAMAN pic 9(3).
       77 BARIS-HALAMAN pic 9(3).
       77 MAKS-BARIS pic 9(3) VALUE 40.
       77 TGL-LAPORAN pic X(8).
       77 JUDUL-LAPORAN pic X(40).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'MUTU'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====PEMERIKSAAN MUTU DATA MAHASISWA=====".
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           MOVE 1 TO HALAMAN.
           MOVE "LAPORAN MUTU DATA MAHASISWA" TO JUDUL-LAPORAN.
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO LAP2-LINE.
           STRING "IPK MELEBIHI SKALA NILAI    : " DELIMITED BY SIZE
               TOTAL-TIPE3 DELIMITED BY SIZE
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
               INTO LAP2-LINE.
           PERFORM TULIS-BARIS.
           CLOSE LAPCETAK.
           MOVE 'MUTU.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "DATA DIPERIKSA : " TOTAL-DIBACA.
           DISPLAY "LAPORAN TERCETAK KE MUTU.LIS.".
           STOP RUN.
           IF NAMA-O = SPACES OR KELAS-O = SPACES
               MOVE 2 TO TIPE-M
               PERFORM LEPAS-MUTU.
           PERFORM CARI-BOBOT-MAKS THRU CARI-BOBOT-MAKS-SELESAI.
           IF IPK-O > BOBOT-MAKS
               MOVE 3 TO TIPE-M
               PERFORM LEPAS-MUTU.
           GO TO SAPU-SALAH.
               STRING "--- NAMA ATAU KELAS KOSONG ---"
                   DELIMITED BY SIZE INTO LAP2-LINE.
           IF TIPE-M = 3
               STRING "--- IPK MELEBIHI SKALA NILAI ---"
                   DELIMITED BY SIZE INTO LAP2-LINE.
           PERFORM TULIS-BARIS.

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

       CARI-BOBOT-MAKS.
           MOVE SPACES TO HURUF-CARI.
           MOVE SEMESTER-O TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE 0 TO BOBOT-MAKS.
           MOVE 0 TO K-SKALA.
       CARI-BOBOT-MAKS-BACA.
           ADD 1 TO K-SKALA.
           IF K-SKALA > ISI-SKALA
               GO TO CARI-BOBOT-MAKS-SELESAI.
           IF TS-SEMESTER (K-SKALA) = SEM-SKALA
               AND TS-BOBOT (K-SKALA) > BOBOT-MAKS
                   MOVE TS-BOBOT (K-SKALA) TO BOBOT-MAKS.
           GO TO CARI-BOBOT-MAKS-BACA.
       CARI-BOBOT-MAKS-SELESAI.
           EXIT.

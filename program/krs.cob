           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMESTER-SC
           FILE STATUS IS STATUS-SEMCTL.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
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
       FD OPRFILE
           LABEL RECORD IS STANDARD
           02 NIL-TUTUP-SC pic X(8).
           02 BAYAR-TEMPO-SC pic X(8).
           02 TUTUP-SC pic X.
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
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
       77 STATUS-MK pic XX.
       77 STATUS-KRS pic XX.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 OPERATOR-ID pic X(10).
       77 NILAI-LULUS pic X(2).
       77 BOBOT-PRA pic 9V99.
       77 SYARAT-SAH-YA pic X.
           88 SYARAT-SAH VALUE 'Y'.
       77 LULUS-PRA-YA pic X.
       77 TGL-HARI pic X(8).
       77 ADA-MK-YA pic X.
           88 ADA-MK VALUE 'Y'.
       77 STATUS-BLOKIR pic XX.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 ADA-BLOKIR-YA pic X.
           88 ADA-BLOKIR VALUE 'Y'.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'KRS'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           DISPLAY "NILAI LULUS PRASYARAT (KOSONGKAN = SKALA NILAI) : "
               WITH NO ADVANCING.
           ACCEPT NILAI-LULUS.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====KARTU RENCANA STUDI=====".
           PERFORM MINTA-MAHASISWA THRU MINTA-MAHASISWA-SELESAI.
           IF STATUS-SALAH NOT = "00"
               GO TO PILIH-MENU.
           PERFORM CEK-BLOKIR THRU CEK-BLOKIR-SELESAI.
           IF NOT ADA-BLOKIR
               GO TO BUKA-FILE-SEMCTL.
           DISPLAY "MAHASISWA DIBLOKIR : " ALASAN-BL.
           DISPLAY "DIPASANG " TANGGAL-BL " OLEH " OLEH-BL.
           DISPLAY "MINTA OTORISASI LEVEL 9? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF TIDAK
               GO TO PILIH-MENU.
           PERFORM CEK-SUPER THRU CEK-SUPER-SELESAI.
           IF SUPER-LEVEL NOT = 9
               DISPLAY "BUKAN OTORISASI LEVEL 9, DITOLAK."
               GO TO PILIH-MENU.
           MOVE "BUKABLOKIR" TO AUDIT-AKSI.
           MOVE SUPER-ID TO AUDIT-OPER.
           PERFORM CATAT-AUDIT.
       BUKA-FILE-SEMCTL.
           PERFORM CEK-SEMCTL THRU CEK-SEMCTL-SELESAI.
           IF SEM-BUKA
               GO TO BUKA-FILE-LANJUT.
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'KRSFORM.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           IF ADA-MK
               CLOSE MK.
           CLOSE KRSFILE.
               AT END GO TO CARI-LULUS-SELESAI.
           IF NPM-N NOT = NPM-CARI
               GO TO CARI-LULUS-SELESAI.
           IF KODE-MK-N NOT = KODE-PRA-R
               GO TO CARI-LULUS-BACA.
           MOVE HURUF-N TO HURUF-CARI.
           MOVE SEMESTER-N TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NILAI-LULUS = SPACES AND LULUS-CARI = 'Y'
               MOVE 'Y' TO LULUS-PRA-YA
               GO TO CARI-LULUS-SELESAI.
           IF NILAI-LULUS = SPACES
               GO TO CARI-LULUS-BACA.
           MOVE BOBOT-CARI TO BOBOT-PRA.
           MOVE NILAI-LULUS TO HURUF-CARI.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF BOBOT-PRA NOT < BOBOT-CARI
               MOVE 'Y' TO LULUS-PRA-YA
               GO TO CARI-LULUS-SELESAI.
           GO TO CARI-LULUS-BACA.
       CARI-LULUS-SELESAI.
           EXIT.

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

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UBAH-KUNCI
           FILE STATUS IS STATUS-UBAH.
           SELECT KOMPNIL ASSIGN TO KOMP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KOMP-KUNCI
           FILE STATUS IS STATUS-KOMP.
           SELECT UBAHHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-HIS.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMESTER-SC
           FILE STATUS IS STATUS-SEMCTL.
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
       FD OPRFILE
           LABEL RECORD IS STANDARD
               03 NPM-UB pic X(14).
               03 SEMESTER-UB pic X(6).
               03 KODE-MK-UB pic X(8).
           02 NILAI-LAMA-UB pic X(2).
           02 NILAI-BARU-UB pic X(2).
           02 PEMINTA-UB pic X(10).
           02 ALASAN-UB pic X(30).
           02 STATUS-UB pic X.
           02 TANGGAL-UB pic X(8).
       FD KOMPNIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKOMP.
       01 RECKOMP.
           02 KOMP-KUNCI.
               03 NPM-KN pic X(14).
               03 SEMESTER-KN pic X(6).
               03 KODE-MK-KN pic X(8).
           02 ISI-TUGAS-KN pic X.
           02 ISI-UTS-KN pic X.
           02 ISI-UAS-KN pic X.
           02 TUGAS-KN pic 9(3).
           02 UTS-KN pic 9(3).
           02 UAS-KN pic 9(3).
           02 TOTAL-KN pic 9(3)V99.
           02 HURUF-KN pic X(2).
           02 TUNDA-KN pic X.
           02 TUGAS-TD pic 9(3).
           02 UTS-TD pic 9(3).
           02 UAS-TD pic 9(3).
           02 TOTAL-TD pic 9(3)V99.
           02 HURUF-TD pic X(2).
       FD UBAHHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'UBAHHIS.TXT'
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
       77 ADA-NILAI-LAMA-YA pic X.
           88 ADA-NILAI-LAMA VALUE 'Y'.
       77 STATUS-KRS pic XX.
       77 STATUS-NILAI pic XX.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
           02 NPM-O pic X(14).
           02 SEMESTER-O pic X(6).
           02 KODE-O pic X(8).
           02 HURUF-O pic X(2).
           02 SKS-O pic 9(2).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 HURUF-MASUK pic X(2).
       77 TERIMA pic X.
       77 NPM-CARI pic X(14).
       77 SEMESTER-CARI pic X(6).
       77 STATUS-HIS pic XX.
       77 STATUS-AUDIT pic XX.
       77 UBAH-FILENAME pic X(30) VALUE 'UBAHNIL.TXT'.
       77 STATUS-KOMP pic XX.
       77 KOMP-FILENAME pic X(30) VALUE 'KOMPNIL.TXT'.
       01 PUTUSAN pic X.
           88 SETUJU VALUE 'S', 's'.
           88 TOLAK VALUE 'T', 't'.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
       MASUK.
           DISPLAY "=====ENTRI NILAI MATA KULIAH=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
               DISPLAY "ANDA BUKAN PENGAMPU MATA KULIAH " KODE-MK-K
                   ", NILAI DITOLAK."
               GO TO MULAI-LAGI.
           DISPLAY "NILAI HURUF : " WITH NO ADVANCING.
           ACCEPT HURUF-MASUK.
           MOVE HURUF-MASUK TO HURUF-CARI.
           MOVE SEMESTER-K TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NOT ADA-SKALA
               DISPLAY "NILAI " HURUF-MASUK
                   " TIDAK ADA DI SKALA NILAI SEMESTER INI, ULANGI."
               GO TO MULAI.
           MOVE NPM-K TO NPM-N.
           MOVE SEMESTER-K TO SEMESTER-N.
           MOVE NPM-CARI TO NPM-N.
           MOVE SEMESTER-CARI TO SEMESTER-N.
           MOVE KODE-CARI TO KODE-MK-N.
           MOVE 'Y' TO ADA-NILAI-LAMA-YA.
           READ NILAIFILE
               INVALID KEY MOVE 'T' TO ADA-NILAI-LAMA-YA.
           IF NOT ADA-NILAI-LAMA AND NILAI-LAMA-UB NOT = SPACES
               DISPLAY "NILAI TIDAK DITEMUKAN DI NILAI.TXT."
               CLOSE NILAIFILE
               GO TO SETUJU-LAGI.
           IF NOT ADA-NILAI-LAMA
               PERFORM SIAPKAN-NILAI-BARU
                   THRU SIAPKAN-NILAI-BARU-SELESAI.
           MOVE NILAI-BARU-UB TO HURUF-N.
           IF ADA-NILAI-LAMA
               REWRITE RECNILAI
                   INVALID KEY DISPLAY "GAGAL MENYIMPAN NILAI.".
           IF NOT ADA-NILAI-LAMA
               WRITE RECNILAI
                   INVALID KEY DISPLAY "GAGAL MENYIMPAN NILAI.".
           CLOSE NILAIFILE.
           MOVE 'S' TO STATUS-UB.
           REWRITE RECUBAH
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PUTUSAN.".
           PERFORM CATAT-RIWAYAT-UBAH.
           PERFORM TERAPKAN-KOMPONEN THRU TERAPKAN-KOMPONEN-SELESAI.
           MOVE "UBAHNILAI" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "NILAI " NPM-CARI " " KODE-CARI " DIUBAH KE "
           REWRITE RECUBAH
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PUTUSAN.".
           PERFORM CATAT-RIWAYAT-UBAH.
           PERFORM TERAPKAN-KOMPONEN THRU TERAPKAN-KOMPONEN-SELESAI.
           DISPLAY "USULAN DITOLAK.".
       SETUJU-LAGI.
           DISPLAY "PUTUSKAN USULAN LAIN? (Y/T) : " WITH NO ADVANCING.
           CLOSE UBAHNIL.
           GO TO PILIH-MENU.

       SIAPKAN-NILAI-BARU.
           MOVE NPM-CARI TO NPM-N.
           MOVE SEMESTER-CARI TO SEMESTER-N.
           MOVE KODE-CARI TO KODE-MK-N.
           MOVE 0 TO SKS-N.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               GO TO SIAPKAN-NILAI-BARU-SELESAI.
           MOVE NPM-CARI TO NPM-K.
           MOVE SEMESTER-CARI TO SEMESTER-K.
           MOVE KODE-CARI TO KODE-MK-K.
           READ KRSFILE
               INVALID KEY MOVE 0 TO SKS-K.
           MOVE SKS-K TO SKS-N.
           CLOSE KRSFILE.
       SIAPKAN-NILAI-BARU-SELESAI.
           EXIT.

       TERAPKAN-KOMPONEN.
           OPEN I-O KOMPNIL.
           IF STATUS-KOMP NOT = "00"
               GO TO TERAPKAN-KOMPONEN-SELESAI.
           MOVE NPM-CARI TO NPM-KN.
           MOVE SEMESTER-CARI TO SEMESTER-KN.
           MOVE KODE-CARI TO KODE-MK-KN.
           READ KOMPNIL
               INVALID KEY
                   CLOSE KOMPNIL
                   GO TO TERAPKAN-KOMPONEN-SELESAI.
           IF TUNDA-KN NOT = 'Y'
               CLOSE KOMPNIL
               GO TO TERAPKAN-KOMPONEN-SELESAI.
           IF SETUJU
               MOVE TUGAS-TD TO TUGAS-KN
               MOVE UTS-TD TO UTS-KN
               MOVE UAS-TD TO UAS-KN
               MOVE TOTAL-TD TO TOTAL-KN
               MOVE NILAI-BARU-UB TO HURUF-KN.
           IF ISI-TUGAS-KN = 'U' AND SETUJU
               MOVE 'Y' TO ISI-TUGAS-KN.
           IF ISI-UTS-KN = 'U' AND SETUJU
               MOVE 'Y' TO ISI-UTS-KN.
           IF ISI-UAS-KN = 'U' AND SETUJU
               MOVE 'Y' TO ISI-UAS-KN.
           IF ISI-TUGAS-KN = 'U'
               MOVE 'T' TO ISI-TUGAS-KN.
           IF ISI-UTS-KN = 'U'
               MOVE 'T' TO ISI-UTS-KN.
           IF ISI-UAS-KN = 'U'
               MOVE 'T' TO ISI-UAS-KN.
           MOVE 'T' TO TUNDA-KN.
           MOVE 0 TO TUGAS-TD.
           MOVE 0 TO UTS-TD.
           MOVE 0 TO UAS-TD.
           MOVE 0 TO TOTAL-TD.
           MOVE SPACES TO HURUF-TD.
           REWRITE RECKOMP
               INVALID KEY DISPLAY "GAGAL MENYIMPAN SKOR KOMPONEN.".
           CLOSE KOMPNIL.
       TERAPKAN-KOMPONEN-SELESAI.
           EXIT.

       CATAT-RIWAYAT-UBAH.
           ACCEPT AUDIT-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT HIS-JAM FROM TIME.

       CEK-PENGAMPU.
           MOVE 'Y' TO AMPU-SAH-YA.
           IF OPERATOR-LEVEL NOT < 3
               GO TO CEK-PENGAMPU-SELESAI.
           OPEN INPUT AMPU.
           IF STATUS-AMPU NOT = "00"

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

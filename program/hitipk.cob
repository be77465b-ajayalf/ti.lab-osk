           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT CKPFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CKP.
           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD MHS
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
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
       FD CKPFILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'HITIPK.CKP'
           DATA RECORD IS RECCKP.
       01 RECCKP.
           02 PROGRAM-CK pic X(8).
           02 FILE-CK pic X(30).
           02 SEMESTER-CK pic X(6).
           02 KUNCI-CK pic X(20).
           02 TANGGAL-CK pic X(8).
           02 JAM-CK pic X(8).
           02 PROSES-CK pic 9(7).
           02 UBAH-CK pic 9(4).
           02 TANPA-CK pic 9(4).
       FD JOBLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'JOBLOG.TXT'
           DATA RECORD IS LOG-LINE.
       01 LOG-LINE pic X(80).
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
       77 STATUS-AUDIT pic XX.
           02 NPM-O pic X(14).
           02 SEMESTER-O pic X(6).
           02 KODE-O pic X(8).
           02 HURUF-O pic X(2).
           02 SKS-O pic 9(2).
       77 SEMESTER-PILIH pic X(6).
       77 BOBOT pic 9V99.
       77 IPK-BARU pic 9V99.
       77 TOTAL-UBAH pic 9(4).
       77 TOTAL-TANPA pic 9(4).
       77 STATUS-CKP pic XX.
       77 STATUS-LOG pic XX.
       77 SELANG-CKP pic 9(5) VALUE 100.
       77 HIT-CKP pic 9(5).
       77 TOTAL-PROSES pic 9(7).
       77 PROSES-AWAL pic 9(7).
       77 PROSES-ULANG pic 9(7).
       77 TGL-PROSES pic X(8).
       77 ADA-CKP-YA pic X.
           88 ADA-CKP VALUE 'Y'.
       77 LOG-TANGGAL pic X(8).
       77 LOG-JAM pic X(8).
       77 LOG-PESAN pic X(53).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y','y'.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====HITUNG ULANG IPK DARI NILAI=====".
               CLOSE MHS
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           MOVE 0 TO TOTAL-UBAH.
           MOVE 0 TO TOTAL-TANPA.
           MOVE 0 TO TOTAL-PROSES.
           MOVE 0 TO PROSES-AWAL.
           MOVE 0 TO HIT-CKP.
           ACCEPT TGL-PROSES FROM DATE YYYYMMDD.
           PERFORM BACA-CKP THRU BACA-CKP-SELESAI.
           IF NOT ADA-CKP
               GO TO BACA.
           START MHS KEY > MHS-KUNCI
               INVALID KEY GO TO TUTUP.
       BACA.
           READ MHS NEXT RECORD
               AT END GO TO TUTUP.
           PERFORM HITUNG-MAHASISWA THRU HITUNG-MAHASISWA-SELESAI.
           IF TOTAL-SKS = 0
               ADD 1 TO TOTAL-TANPA
               GO TO BACA-CATAT.
           COMPUTE IPK-BARU ROUNDED = TOTAL-BOBOT / TOTAL-SKS.
           IF IPK-BARU NOT = IPK
               MOVE IPK-BARU TO IPK
                       MOVE "UBAH" TO AUDIT-AKSI
                       PERFORM CATAT-AUDIT.
           ADD 1 TO TOTAL-UBAH.
       BACA-CATAT.
           ADD 1 TO TOTAL-PROSES.
           ADD 1 TO HIT-CKP.
           IF HIT-CKP NOT < SELANG-CKP
               PERFORM TULIS-CKP.
           GO TO BACA.

       CATAT-AUDIT.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       BACA-CKP.
           MOVE 'T' TO ADA-CKP-YA.
           OPEN INPUT CKPFILE.
           IF STATUS-CKP NOT = "00"
               GO TO BACA-CKP-SELESAI.
           READ CKPFILE
               AT END GO TO BACA-CKP-TUTUP.
           IF PROGRAM-CK NOT = "HITIPK"
               OR FILE-CK NOT = MHS-FILENAME
               OR SEMESTER-CK NOT = SEMESTER-PILIH
                   GO TO BACA-CKP-TUTUP.
           DISPLAY "CHECKPOINT " TANGGAL-CK " " JAM-CK " : "
               PROSES-CK " REKOD, KUNCI TERAKHIR " KUNCI-CK.
           DISPLAY "LANJUTKAN DARI CHECKPOINT? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               GO TO BACA-CKP-TUTUP.
           MOVE 'Y' TO ADA-CKP-YA.
           MOVE KUNCI-CK TO MHS-KUNCI.
           MOVE TANGGAL-CK TO TGL-PROSES.
           MOVE PROSES-CK TO TOTAL-PROSES.
           MOVE PROSES-CK TO PROSES-AWAL.
           MOVE UBAH-CK TO TOTAL-UBAH.
           MOVE TANPA-CK TO TOTAL-TANPA.
           MOVE SPACES TO LOG-PESAN.
           STRING "RESTART : " DELIMITED BY SIZE
               PROSES-CK DELIMITED BY SIZE
               " REKOD DIPROSES SEBELUM GAGAL" DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           MOVE SPACES TO LOG-PESAN.
           STRING "RESTART : SESUDAH KUNCI " DELIMITED BY SIZE
               KUNCI-CK DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
       BACA-CKP-TUTUP.
           CLOSE CKPFILE.
       BACA-CKP-SELESAI.
           EXIT.

       TULIS-CKP.
           MOVE 0 TO HIT-CKP.
           OPEN OUTPUT CKPFILE.
           MOVE SPACES TO RECCKP.
           MOVE "HITIPK" TO PROGRAM-CK.
           MOVE MHS-FILENAME TO FILE-CK.
           MOVE SEMESTER-PILIH TO SEMESTER-CK.
           MOVE MHS-KUNCI TO KUNCI-CK.
           MOVE TGL-PROSES TO TANGGAL-CK.
           ACCEPT JAM-CK FROM TIME.
           MOVE TOTAL-PROSES TO PROSES-CK.
           MOVE TOTAL-UBAH TO UBAH-CK.
           MOVE TOTAL-TANPA TO TANPA-CK.
           WRITE RECCKP.
           CLOSE CKPFILE.

       HAPUS-CKP.
           OPEN OUTPUT CKPFILE.
           CLOSE CKPFILE.

       TULIS-JOBLOG.
           ACCEPT LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT LOG-JAM FROM TIME.
           OPEN EXTEND JOBLOG.
           IF STATUS-LOG = "35"
               OPEN OUTPUT JOBLOG.
           MOVE SPACES TO LOG-LINE.
           STRING LOG-TANGGAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-JAM DELIMITED BY SIZE
               " HITIPK   " DELIMITED BY SIZE
               LOG-PESAN DELIMITED BY SIZE
               INTO LOG-LINE.
           WRITE LOG-LINE.
           CLOSE JOBLOG.

       HITUNG-MAHASISWA.
           MOVE 0 TO TOTAL-BOBOT.
           MOVE 0 TO TOTAL-SKS.
           IF NPM-O NOT = NPM
               OR SEMESTER-O NOT = SEMESTER
                   GO TO HITUNG-MAHASISWA-SELESAI.
           MOVE HURUF-O TO HURUF-CARI.
           MOVE SEMESTER-O TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-O.
           ADD SKS-O TO TOTAL-SKS.
           GO TO HITUNG-BACA.
       TUTUP.
           CLOSE MHS.
           CLOSE NILAIFILE.
           PERFORM HAPUS-CKP.
           MOVE SPACES TO LOG-PESAN.
           IF ADA-CKP
               COMPUTE PROSES-ULANG = TOTAL-PROSES - PROSES-AWAL
               STRING "SELESAI : " DELIMITED BY SIZE
                   PROSES-ULANG DELIMITED BY SIZE
                   " SESUDAH RESTART, TOTAL " DELIMITED BY SIZE
                   TOTAL-PROSES DELIMITED BY SIZE
                   INTO LOG-PESAN
           ELSE
               STRING "SELESAI : " DELIMITED BY SIZE
                   TOTAL-PROSES DELIMITED BY SIZE
                   " REKOD DIPROSES" DELIMITED BY SIZE
                   INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           MOVE SPACES TO LOG-PESAN.
           STRING "KONTROL : DIHITUNG " DELIMITED BY SIZE
               TOTAL-UBAH DELIMITED BY SIZE
               " TANPA NILAI " DELIMITED BY SIZE
               TOTAL-TANPA DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           DISPLAY " ".
           DISPLAY "MAHASISWA DIPROSES       : " TOTAL-PROSES.
           IF ADA-CKP
               DISPLAY "  SEBELUM GAGAL          : " PROSES-AWAL
               DISPLAY "  SESUDAH RESTART        : " PROSES-ULANG.
           DISPLAY "MAHASISWA DIHITUNG ULANG : " TOTAL-UBAH.
           DISPLAY "MAHASISWA TANPA NILAI    : " TOTAL-TANPA.
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

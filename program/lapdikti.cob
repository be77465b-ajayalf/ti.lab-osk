           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT CKPFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CKP.
           SELECT SALINAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-SALIN.
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
       FD NILAI2
           LABEL RECORD IS STANDARD
               03 NPM-N2 pic X(14).
               03 SEMESTER-N2 pic X(6).
               03 KODE-MK-N2 pic X(8).
           02 HURUF-N2 pic X(2).
           02 SKS-N2 pic 9(2).
       FD TRANSFERF
           LABEL RECORD IS STANDARD
           02 TF-KUNCI.
               03 NPM-TF pic X(14).
               03 KODE-MK-TF pic X(8).
           02 HURUF-TF pic X(2).
           02 SKS-TF pic 9(2).
           02 INST-TF pic X(10).
           02 MKASAL-TF pic X(10).
           VALUE OF FILE-ID IS 'DIKTIEXC.LIS'
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
       FD CKPFILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'LAPDIKTI.CKP'
           DATA RECORD IS RECCKP.
       01 RECCKP.
           02 PROGRAM-CK pic X(8).
           02 SEMESTER-CK pic X(6).
           02 KUNCI-CK pic X(20).
           02 TANGGAL-CK pic X(8).
           02 JAM-CK pic X(8).
           02 PROSES-CK pic 9(7).
           02 REKOD-CK pic 9(6).
           02 HASH-SKS-CK pic 9(8).
           02 HASH-IPK-CK pic 9(8).
           02 EXC-CK pic 9(5).
       FD SALINAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DIKTI.TMP'
           DATA RECORD IS SALIN-LINE.
       01 SALIN-LINE pic X(80).
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
       77 STATUS-STAT pic XX.
       77 STATUS-KRS pic XX.
           02 NPM-T pic X(14).
           02 SEMESTER-T pic X(6).
           02 KODE-T pic X(8).
           02 HURUF-T pic X(2).
           02 SKS-T pic 9(2).
       77 SEMESTER-PILIH pic X(6).
       77 ADA-STAT pic X.
           88 PILIH-ULANG VALUE 'Y'.
       77 SKS-SEM pic 9(3).
       77 BOBOT pic 9V99.
       77 BOBOT-ULANG pic 9V99.
       77 TOTAL-BOBOT pic 9(5)V99.
       77 TOTAL-SKS pic 9(3).
       77 IPS-HIT pic 9V99.
       77 HASH-IPK pic 9(8).
       77 TOTAL-EXC pic 9(5).
       77 TGL-LAPORAN pic X(8).
       77 STATUS-CKP pic XX.
       77 STATUS-SALIN pic XX.
       77 STATUS-LOG pic XX.
       77 SELANG-CKP pic 9(5) VALUE 100.
       77 HIT-CKP pic 9(5).
       77 TOTAL-PROSES pic 9(7).
       77 PROSES-AWAL pic 9(7).
       77 PROSES-ULANG pic 9(7).
       77 HIT-SALIN pic 9(7).
       77 BATAS-SALIN pic 9(7).
       77 ADA-CKP-YA pic X.
           88 ADA-CKP VALUE 'Y'.
       77 SALIN-KURANG-YA pic X.
           88 SALIN-KURANG VALUE 'Y'.
       77 LOG-TANGGAL pic X(8).
       77 LOG-JAM pic X(8).
       77 LOG-PESAN pic X(53).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y','y'.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'LAPDIKTI'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====LAPORAN SEMESTER UNTUK KEMENTERIAN=====".
               MOVE "Y" TO ADA-TF
           ELSE
               MOVE "T" TO ADA-TF.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           MOVE 0 TO TOTAL-PROSES.
           MOVE 0 TO PROSES-AWAL.
           MOVE 0 TO HIT-CKP.
           PERFORM BACA-CKP THRU BACA-CKP-SELESAI.
           IF ADA-CKP
               GO TO MULAI-LANJUT.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT DIKTIOUT.
           OPEN OUTPUT LAPCETAK.
           MOVE 0 TO HASH-SKS.
           MOVE 0 TO HASH-IPK.
           MOVE 0 TO TOTAL-EXC.
           GO TO BACA.
       MULAI-LANJUT.
           MOVE 'T' TO SALIN-KURANG-YA.
           PERFORM POTONG-DIKTI THRU POTONG-DIKTI-SELESAI.
           PERFORM POTONG-LAP THRU POTONG-LAP-SELESAI.
           IF SALIN-KURANG
               DISPLAY "DIKTI.TXT/DIKTIEXC.LIS TIDAK SESUAI CHECKPOINT,"
               DISPLAY "JALANKAN ULANG DARI AWAL."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND DIKTIOUT.
           OPEN EXTEND LAPCETAK.
           START MHS KEY > MHS-KUNCI
               INVALID KEY GO TO TUTUP.
       BACA.
           READ MHS NEXT RECORD
               AT END GO TO TUTUP.
               GO TO BACA.
           PERFORM CARI-STATUS THRU CARI-STATUS-SELESAI.
           IF STATUS-MHS-X = 'L' OR STATUS-MHS-X = 'D'
               GO TO BACA-CATAT.
           IF TANPA-STATUS
               ADD 1 TO TOTAL-EXC
               MOVE SPACES TO LAP2-LINE
           ADD 1 TO TOTAL-REKOD.
           ADD SKS-SEM TO HASH-SKS.
           ADD IPK-100 TO HASH-IPK.
       BACA-CATAT.
           ADD 1 TO TOTAL-PROSES.
           ADD 1 TO HIT-CKP.
           IF HIT-CKP NOT < SELANG-CKP
               PERFORM TULIS-CKP.
           GO TO BACA.

       BACA-CKP.
           MOVE 'T' TO ADA-CKP-YA.
           OPEN INPUT CKPFILE.
           IF STATUS-CKP NOT = "00"
               GO TO BACA-CKP-SELESAI.
           READ CKPFILE
               AT END GO TO BACA-CKP-TUTUP.
           IF PROGRAM-CK NOT = "LAPDIKTI"
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
           MOVE TANGGAL-CK TO TGL-LAPORAN.
           MOVE PROSES-CK TO TOTAL-PROSES.
           MOVE PROSES-CK TO PROSES-AWAL.
           MOVE REKOD-CK TO TOTAL-REKOD.
           MOVE HASH-SKS-CK TO HASH-SKS.
           MOVE HASH-IPK-CK TO HASH-IPK.
           MOVE EXC-CK TO TOTAL-EXC.
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
           CLOSE DIKTIOUT.
           CLOSE LAPCETAK.
           OPEN OUTPUT CKPFILE.
           MOVE SPACES TO RECCKP.
           MOVE "LAPDIKTI" TO PROGRAM-CK.
           MOVE SEMESTER-PILIH TO SEMESTER-CK.
           MOVE MHS-KUNCI TO KUNCI-CK.
           MOVE TGL-LAPORAN TO TANGGAL-CK.
           ACCEPT JAM-CK FROM TIME.
           MOVE TOTAL-PROSES TO PROSES-CK.
           MOVE TOTAL-REKOD TO REKOD-CK.
           MOVE HASH-SKS TO HASH-SKS-CK.
           MOVE HASH-IPK TO HASH-IPK-CK.
           MOVE TOTAL-EXC TO EXC-CK.
           WRITE RECCKP.
           CLOSE CKPFILE.
           OPEN EXTEND DIKTIOUT.
           OPEN EXTEND LAPCETAK.

       HAPUS-CKP.
           OPEN OUTPUT CKPFILE.
           CLOSE CKPFILE.

       POTONG-DIKTI.
           MOVE TOTAL-REKOD TO BATAS-SALIN.
           MOVE 0 TO HIT-SALIN.
           OPEN INPUT DIKTIOUT.
           IF STATUS-DIKTI NOT = "00"
               MOVE 'Y' TO SALIN-KURANG-YA
               GO TO POTONG-DIKTI-SELESAI.
           OPEN OUTPUT SALINAN.
       POTONG-DIKTI-SALIN.
           IF HIT-SALIN NOT < BATAS-SALIN
               GO TO POTONG-DIKTI-BALIK.
           READ DIKTIOUT
               AT END GO TO POTONG-DIKTI-BALIK.
           WRITE SALIN-LINE FROM DIKTI-REC.
           ADD 1 TO HIT-SALIN.
           GO TO POTONG-DIKTI-SALIN.
       POTONG-DIKTI-BALIK.
           IF HIT-SALIN < BATAS-SALIN
               MOVE 'Y' TO SALIN-KURANG-YA.
           CLOSE DIKTIOUT.
           CLOSE SALINAN.
           OPEN INPUT SALINAN.
           OPEN OUTPUT DIKTIOUT.
       POTONG-DIKTI-TULIS.
           READ SALINAN
               AT END GO TO POTONG-DIKTI-TUTUP.
           WRITE DIKTI-REC FROM SALIN-LINE.
           GO TO POTONG-DIKTI-TULIS.
       POTONG-DIKTI-TUTUP.
           CLOSE SALINAN.
           CLOSE DIKTIOUT.
       POTONG-DIKTI-SELESAI.
           EXIT.

       POTONG-LAP.
           COMPUTE BATAS-SALIN = TOTAL-EXC + 2.
           MOVE 0 TO HIT-SALIN.
           OPEN INPUT LAPCETAK.
           IF STATUS-LAPCETAK NOT = "00"
               MOVE 'Y' TO SALIN-KURANG-YA
               GO TO POTONG-LAP-SELESAI.
           OPEN OUTPUT SALINAN.
       POTONG-LAP-SALIN.
           IF HIT-SALIN NOT < BATAS-SALIN
               GO TO POTONG-LAP-BALIK.
           READ LAPCETAK
               AT END GO TO POTONG-LAP-BALIK.
           WRITE SALIN-LINE FROM LAP2-LINE.
           ADD 1 TO HIT-SALIN.
           GO TO POTONG-LAP-SALIN.
       POTONG-LAP-BALIK.
           IF HIT-SALIN < BATAS-SALIN
               MOVE 'Y' TO SALIN-KURANG-YA.
           CLOSE LAPCETAK.
           CLOSE SALINAN.
           OPEN INPUT SALINAN.
           OPEN OUTPUT LAPCETAK.
       POTONG-LAP-TULIS.
           READ SALINAN
               AT END GO TO POTONG-LAP-TUTUP.
           WRITE LAP2-LINE FROM SALIN-LINE.
           GO TO POTONG-LAP-TULIS.
       POTONG-LAP-TUTUP.
           CLOSE SALINAN.
           CLOSE LAPCETAK.
       POTONG-LAP-SELESAI.
           EXIT.

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
               " LAPDIKTI " DELIMITED BY SIZE
               LOG-PESAN DELIMITED BY SIZE
               INTO LOG-LINE.
           WRITE LOG-LINE.
           CLOSE JOBLOG.

       CARI-STATUS.
           MOVE 'A' TO STATUS-MHS-X.
           MOVE 'T' TO TANPA-STATUS-YA.
           IF NPM-T NOT = NPM
               OR SEMESTER-T NOT = SEMESTER-PILIH
                   GO TO HITUNG-IPS-AKHIR.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-T.
           ADD SKS-T TO TOTAL-SKS.
           GO TO HITUNG-IPS-BACA.
           PERFORM CEK-ULANG THRU CEK-ULANG-SELESAI.
           IF NOT PILIH-ULANG
               GO TO HITUNG-IPK-BACA.
           MOVE HURUF-T TO HURUF-CARI.
           MOVE SEMESTER-T TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-T.
           ADD SKS-T TO TOTAL-SKS.
           GO TO HITUNG-IPK-BACA.
               AT END GO TO HITUNG-TRANSFER-SELESAI.
           IF NPM-TF NOT = NPM
               GO TO HITUNG-TRANSFER-SELESAI.
           MOVE HURUF-TF TO HURUF-CARI.
           MOVE HIGH-VALUES TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT.
           COMPUTE TOTAL-BOBOT = TOTAL-BOBOT + BOBOT * SKS-TF.
           ADD SKS-TF TO TOTAL-SKS.
           GO TO HITUNG-TRANSFER-BACA.

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
           WRITE LAP2-LINE.
           CLOSE DIKTIOUT.
           CLOSE LAPCETAK.
           MOVE 'DIKTIEXC.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE MHS.
           IF ADA-STAT = "Y"
               CLOSE STATFILE.
               CLOSE NILAI2.
           IF ADA-TF = "Y"
               CLOSE TRANSFERF.
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
           STRING "KONTROL : REKOD " DELIMITED BY SIZE
               TOTAL-REKOD DELIMITED BY SIZE
               " PENGECUALIAN " DELIMITED BY SIZE
               TOTAL-EXC DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           MOVE SPACES TO LOG-PESAN.
           STRING "KONTROL : HASH SKS " DELIMITED BY SIZE
               HASH-SKS DELIMITED BY SIZE
               " HASH IPK " DELIMITED BY SIZE
               HASH-IPK DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           DISPLAY " ".
           DISPLAY "MAHASISWA DIPROSES          : " TOTAL-PROSES.
           IF ADA-CKP
               DISPLAY "  SEBELUM GAGAL             : " PROSES-AWAL
               DISPLAY "  SESUDAH RESTART           : " PROSES-ULANG.
           DISPLAY "REKOD DIEKSPOR KE DIKTI.TXT : " TOTAL-REKOD.
           DISPLAY "PENGECUALIAN                : " TOTAL-EXC.
           DISPLAY "PENGECUALIAN DITULIS KE DIKTIEXC.LIS.".
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

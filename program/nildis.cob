           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT NILAI-SORT ASSIGN TO DISK.
           SELECT LAPORAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD MK
           LABEL RECORD IS STANDARD
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
       SD NILAI-SORT.
       01 RECNILAI-SORT.
           02 KODE-S pic X(8).
           02 NPM-S pic X(14).
           02 HURUF-S pic X(2).
       FD LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NILDIS.LIS'
       77 PERSEN-KERJA pic X(3).
       77 ADA-MK pic X.
       77 KODE-LAMA pic X(8).
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
       01 TABEL-HURUF.
           02 HURUF-BARIS OCCURS 21 TIMES.
               03 TH-LABEL pic X(4).
               03 TH-BOBOT pic 9V99.
               03 TH-JUMLAH pic 9(4).
       77 ISI-HURUF pic 9(2).
       77 J pic 9(2).
       77 HURUF-CARI pic X(2).
       77 TOTAL-MK pic 9(4).
       77 TOTAL-SEMUA pic 9(5).
       77 PERSEN-NILAI pic 9(3)V99.
       77 TANDA pic X(10).
       77 TANDA-MK pic X(10).
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'NILDIS'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====DISTRIBUSI NILAI PER MATA KULIAH=====".
               DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           PERFORM SUSUN-HURUF THRU SUSUN-HURUF-SELESAI.
           MOVE SPACES TO KODE-LAMA.
           MOVE 0 TO TOTAL-SEMUA.
           PERFORM KOSONGKAN-MK THRU KOSONGKAN-MK-SELESAI.
               INTO LAP-LINE.
           WRITE LAP-LINE.
           CLOSE LAPORAN.
           MOVE 'NILDIS.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-FILTER TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE NILAIFILE.
           IF ADA-MK = "Y"
               CLOSE MK.
           MOVE 0 TO I.
       KOSONGKAN-MK-BARIS.
           ADD 1 TO I.
           IF I > ISI-HURUF
               GO TO KOSONGKAN-MK-SELESAI.
           MOVE 0 TO TH-JUMLAH (I).
           GO TO KOSONGKAN-MK-BARIS.
               PERFORM KOSONGKAN-MK THRU KOSONGKAN-MK-SELESAI.
           ADD 1 TO TOTAL-MK.
           ADD 1 TO TOTAL-SEMUA.
           MOVE HURUF-S TO HURUF-CARI.
           PERFORM HITUNG-HURUF THRU HITUNG-HURUF-SELESAI.
           GO TO CETAK-DIS-BACA.
       CETAK-DIS-AKHIR.
           PERFORM CETAK-MK-GRAFIK THRU CETAK-MK-GRAFIK-SELESAI.
           MOVE 0 TO I.
       CETAK-BAND.
           ADD 1 TO I.
           IF I > ISI-HURUF
               GO TO CETAK-MK-JUMLAH.
           IF I = ISI-HURUF AND TH-JUMLAH (I) = 0
               GO TO CETAK-MK-JUMLAH.
           COMPUTE PERSEN-NILAI ROUNDED =
               TH-JUMLAH (I) * 100 / TOTAL-MK.
           WRITE LAP-LINE.
       CETAK-MK-GRAFIK-SELESAI.
           EXIT.

       HITUNG-HURUF.
           MOVE 0 TO J.
       HITUNG-HURUF-ULANG.
           ADD 1 TO J.
           IF J NOT < ISI-HURUF
               GO TO HITUNG-HURUF-TAMBAH.
           IF TH-LABEL (J) = HURUF-CARI
               GO TO HITUNG-HURUF-TAMBAH.
           GO TO HITUNG-HURUF-ULANG.
       HITUNG-HURUF-TAMBAH.
           ADD 1 TO TH-JUMLAH (J).
       HITUNG-HURUF-SELESAI.
           EXIT.

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

       SUSUN-HURUF.
           MOVE SPACES TO SEM-SKALA.
           MOVE 0 TO K-SKALA.
       SUSUN-HURUF-SEMESTER.
           ADD 1 TO K-SKALA.
           IF K-SKALA > ISI-SKALA
               MOVE 0 TO K-SKALA
               MOVE 0 TO ISI-HURUF
               GO TO SUSUN-HURUF-BACA.
           IF TS-SEMESTER (K-SKALA) NOT > SEMESTER-FILTER
               MOVE TS-SEMESTER (K-SKALA) TO SEM-SKALA.
           GO TO SUSUN-HURUF-SEMESTER.
       SUSUN-HURUF-BACA.
           ADD 1 TO K-SKALA.
           IF K-SKALA > ISI-SKALA
               GO TO SUSUN-HURUF-LAIN.
           IF TS-SEMESTER (K-SKALA) NOT = SEM-SKALA
               GO TO SUSUN-HURUF-BACA.
           IF ISI-HURUF NOT < 20
               GO TO SUSUN-HURUF-LAIN.
           ADD 1 TO ISI-HURUF.
           MOVE ISI-HURUF TO J.
       SUSUN-HURUF-GESER.
           IF J = 1
               GO TO SUSUN-HURUF-TARUH.
           IF TH-BOBOT (J - 1) NOT < TS-BOBOT (K-SKALA)
               GO TO SUSUN-HURUF-TARUH.
           MOVE HURUF-BARIS (J - 1) TO HURUF-BARIS (J).
           SUBTRACT 1 FROM J.
           GO TO SUSUN-HURUF-GESER.
       SUSUN-HURUF-TARUH.
           MOVE TS-HURUF (K-SKALA) TO TH-LABEL (J).
           MOVE TS-BOBOT (K-SKALA) TO TH-BOBOT (J).
           MOVE 0 TO TH-JUMLAH (J).
           GO TO SUSUN-HURUF-BACA.
       SUSUN-HURUF-LAIN.
           ADD 1 TO ISI-HURUF.
           MOVE "LAIN" TO TH-LABEL (ISI-HURUF).
           MOVE 0 TO TH-BOBOT (ISI-HURUF).
           MOVE 0 TO TH-JUMLAH (ISI-HURUF).
       SUSUN-HURUF-SELESAI.
           EXIT.

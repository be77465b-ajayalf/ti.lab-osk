       IDENTIFICATION DIVISION.
       PROGRAM-ID. KOHORT.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIOFILE ASSIGN TO BIO-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-B
           FILE STATUS IS STATUS-BIO.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT ARSIPF ASSIGN TO ARSIP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARSIP-KUNCI
           ALTERNATE RECORD KEY IS KELAS-A WITH DUPLICATES
           FILE STATUS IS STATUS-ARSIP.
           SELECT ALUMNI ASSIGN TO ALUMNI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-AL
           FILE STATUS IS STATUS-ALUMNI.
           SELECT STATHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-HIS.
           SELECT RIWAYAT-SORT ASSIGN TO DISK.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT CSVOUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CSV.
       DATA DIVISION.
       FILE SECTION.
       FD BIOFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBIO.
       01 RECBIO.
           02 NPM-B pic X(14).
           02 TMP-LAHIR-B pic X(15).
           02 TGL-LAHIR-B pic X(8).
           02 ALAMAT-B pic X(30).
           02 TELP-B pic X(12).
           02 WALI-B pic X(23).
           02 TELP-WALI-B pic X(12).
           02 THN-MASUK-B pic X(4).
       FD MHS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMHS.
       01 RECMHS.
           02 MHS-KUNCI.
               03 NPM pic X(14).
               03 SEMESTER pic X(6).
           02 NAMA pic X(23).
           02 KELAS pic X(5).
           02 IPK pic 9V99.
       FD ARSIPF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECARSIP.
       01 RECARSIP.
           02 ARSIP-KUNCI.
               03 NPM-A pic X(14).
               03 SEMESTER-A pic X(6).
           02 NAMA-A pic X(23).
           02 KELAS-A pic X(5).
           02 IPK-A pic 9V99.
       FD ALUMNI
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECALUMNI.
       01 RECALUMNI.
           02 NPM-AL pic X(14).
           02 NAMA-AL pic X(23).
           02 KELAS-AL pic X(5).
           02 IPK-AL pic 9V99.
           02 SKS-AL pic 9(3).
           02 TGL-LULUS-AL pic X(8).
           02 PEKERJAAN-AL pic X(25).
       FD STATHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'STATHIS.TXT'
           DATA RECORD IS HIS-LINE.
       01 HIS-LINE pic X(80).
       SD RIWAYAT-SORT.
       01 RECRIWAYAT.
           02 NPM-S pic X(14).
           02 TGL-S pic X(8).
           02 URUT-S pic 9(6).
           02 BARU-S pic X.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KOHORT.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KOHORT.CSV'
           DATA RECORD IS CSV-LINE.
       01 CSV-LINE pic X(120).
       WORKING-STORAGE SECTION.
       77 STATUS-BIO pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-ARSIP pic XX.
       77 STATUS-ALUMNI pic XX.
       77 STATUS-HIS pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-CSV pic XX.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 ARSIP-FILENAME pic X(30) VALUE 'ARSIP.TXT'.
       77 ALUMNI-FILENAME pic X(30) VALUE 'ALUMNI.TXT'.
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 ADA-ARSIP-YA pic X.
           88 ADA-ARSIP VALUE 'Y'.
       77 ADA-ALUMNI-YA pic X.
           88 ADA-ALUMNI VALUE 'Y'.
       77 ADA-LULUS-YA pic X.
           88 ADA-LULUS VALUE 'Y'.
       77 HABIS-RIWAYAT-YA pic X.
           88 HABIS-RIWAYAT VALUE 'Y'.
       01 RIW-O.
           02 RIW-NPM pic X(14).
           02 RIW-TGL pic X(8).
           02 RIW-URUT pic 9(6).
           02 RIW-BARU pic X.
       77 H-NPM pic X(14).
       77 H-LAMA pic X.
       01 H-BARU pic X.
           88 H-BARU-SAH VALUE 'A', 'C', 'D', 'L', 'P', 'W'.
       77 URUT-RIWAYAT pic 9(6).
       77 ANGKATAN-DARI pic X(4).
       77 ANGKATAN-SAMPAI pic X(4).
       77 BATAS-TEPAT pic 9(2).
       77 ANGKATAN-MHS pic X(4).
       77 KELAS-MHS pic X(5).
       77 SEM-PERTAMA pic X(6).
       77 LAMA-SEM pic 9(3).
       77 TGL-LULUS-MHS pic X(8).
       77 IPK-LULUS pic 9V99.
       77 STATUS-KINI pic X.
       77 TAHUN-N pic 9(4).
       77 TAHUN-LULUS pic 9(4).
       77 TAHUN-POTONG pic 9(4).
       77 TGL-POTONG pic X(8).
       01 STATUS-TAHUN.
           02 ST-TAHUN pic X OCCURS 7 TIMES.
       01 KUNCI-CARI.
           02 ANGKATAN-CARI pic X(4).
           02 KELAS-CARI pic X(5).
       01 TABEL-KOHORT.
           02 TK-BARIS OCCURS 200 TIMES.
               03 TK-KUNCI.
                   04 TK-ANGKATAN pic X(4).
                   04 TK-KELAS pic X(5).
               03 TK-MULAI pic 9(5).
               03 TK-TAHUN OCCURS 7 TIMES.
                   04 TK-AMATI pic 9(5).
                   04 TK-AKTIF pic 9(5).
                   04 TK-CUTI pic 9(5).
                   04 TK-DO pic 9(5).
                   04 TK-LULUS pic 9(5).
               03 TK-LULUS-TOT pic 9(5).
               03 TK-TEPAT pic 9(5).
               03 TK-JML-LAMA pic 9(7).
               03 TK-JML-IPK pic 9(7)V99.
       77 ISI-KOHORT pic 9(3).
       77 I pic 9(3).
       77 M pic 9(3).
       77 N pic 9(3).
       77 K pic 9.
       77 PERSEN-TEPAT pic 9(3)V99.
       77 RATA-LAMA pic 9(2)V9.
       77 RATA-IPK pic 9V99.
       77 PERSEN-ED pic ZZ9.99.
       77 LAMA-ED pic Z9.9.
       77 IPK-ED pic 9.99.
       77 ANGKA-ED pic ZZZZ9.
       77 PERSEN-CSV pic 9(3).99.
       77 LAMA-CSV pic 99.9.
       77 IPK-CSV pic 9.99.
       77 KELAS-TEKS pic X(5).
       77 TOTAL-MHS pic 9(6).
       77 TOTAL-TANPA pic 9(6).
       77 TGL-JALAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'KOHORT'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====ANALISIS KOHORT ANGKATAN=====".
           DISPLAY "ANGKATAN DARI   (KOSONGKAN = SEMUA) : "
               WITH NO ADVANCING.
           ACCEPT ANGKATAN-DARI.
           DISPLAY "ANGKATAN SAMPAI (KOSONGKAN = SEMUA) : "
               WITH NO ADVANCING.
           ACCEPT ANGKATAN-SAMPAI.
           DISPLAY "BATAS LULUS TEPAT WAKTU (SEMESTER, KOSONGKAN = 8) "
               ": " WITH NO ADVANCING.
           ACCEPT BATAS-TEPAT.
           IF BATAS-TEPAT IS NOT NUMERIC OR BATAS-TEPAT = 0
               MOVE 8 TO BATAS-TEPAT.
           OPEN INPUT BIOFILE.
           IF STATUS-BIO NOT = "00"
               DISPLAY "FILE BIODATA TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y' TO ADA-MHS-YA.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               MOVE 'T' TO ADA-MHS-YA.
           MOVE 'Y' TO ADA-ARSIP-YA.
           OPEN INPUT ARSIPF.
           IF STATUS-ARSIP NOT = "00"
               MOVE 'T' TO ADA-ARSIP-YA.
           MOVE 'Y' TO ADA-ALUMNI-YA.
           OPEN INPUT ALUMNI.
           IF STATUS-ALUMNI NOT = "00"
               MOVE 'T' TO ADA-ALUMNI-YA.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           MOVE 0 TO ISI-KOHORT.
           MOVE 0 TO TOTAL-MHS.
           MOVE 0 TO TOTAL-TANPA.
           SORT RIWAYAT-SORT ON ASCENDING KEY NPM-S TGL-S URUT-S
               INPUT PROCEDURE IS RIWAYAT-MULAI THRU RIWAYAT-SELESAI
               OUTPUT PROCEDURE IS KOHORT-MULAI
                   THRU KOHORT-SELESAI.
           OPEN OUTPUT LAPCETAK.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-LINE.
           STRING "ANGKATAN,KELAS,MULAI,TAHUN_KE,DIAMATI,AKTIF,CUTI,"
               "DO,LULUS,LULUS_TEPAT,PERSEN_TEPAT,RATA_LAMA_SEM,"
               "RATA_IPK_LULUS" DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "ANALISIS KOHORT ANGKATAN  TANGGAL : "
               DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               "  TEPAT WAKTU <= " DELIMITED BY SIZE
               BATAS-TEPAT DELIMITED BY SIZE
               " SEMESTER" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "STATUS DIHITUNG PER AKHIR TAHUN AKADEMIK "
               "(31 AGUSTUS)" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO I.
           PERFORM CETAK-KOHORT THRU CETAK-KOHORT-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "MAHASISWA DIANALISIS : " DELIMITED BY SIZE
               TOTAL-MHS DELIMITED BY SIZE
               "   TANPA TAHUN MASUK : " DELIMITED BY SIZE
               TOTAL-TANPA DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'KOHORT.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE CSVOUT.
           IF ADA-ALUMNI
               CLOSE ALUMNI.
           IF ADA-ARSIP
               CLOSE ARSIPF.
           IF ADA-MHS
               CLOSE MHS.
           CLOSE BIOFILE.
           DISPLAY " ".
           DISPLAY "MAHASISWA DIANALISIS : " TOTAL-MHS.
           DISPLAY "KELOMPOK KOHORT      : " ISI-KOHORT.
           DISPLAY "TABEL KE KOHORT.LIS, CSV KE KOHORT.CSV.".
           STOP RUN.

       RIWAYAT-MULAI.
           MOVE 0 TO URUT-RIWAYAT.
           OPEN INPUT STATHIS.
           IF STATUS-HIS NOT = "00"
               GO TO RIWAYAT-SELESAI.
       RIWAYAT-BACA.
           READ STATHIS
               AT END GO TO RIWAYAT-TUTUP.
           MOVE SPACES TO H-NPM.
           MOVE SPACE TO H-LAMA.
           MOVE SPACE TO H-BARU.
           UNSTRING HIS-LINE (30:51) DELIMITED BY ALL SPACE
               INTO H-NPM H-LAMA H-BARU.
           IF H-NPM = SPACES OR NOT H-BARU-SAH
               GO TO RIWAYAT-BACA.
           ADD 1 TO URUT-RIWAYAT.
           MOVE H-NPM TO NPM-S.
           MOVE HIS-LINE (1:8) TO TGL-S.
           MOVE URUT-RIWAYAT TO URUT-S.
           MOVE H-BARU TO BARU-S.
           RELEASE RECRIWAYAT.
           GO TO RIWAYAT-BACA.
       RIWAYAT-TUTUP.
           CLOSE STATHIS.
       RIWAYAT-SELESAI.
           EXIT.

       KOHORT-MULAI.
           MOVE 'T' TO HABIS-RIWAYAT-YA.
           PERFORM AMBIL-RIWAYAT.
       KOHORT-BACA.
           READ BIOFILE NEXT RECORD
               AT END GO TO KOHORT-SELESAI.
           PERFORM PROSES-MHS THRU PROSES-MHS-SELESAI.
           GO TO KOHORT-BACA.
       KOHORT-SELESAI.
           EXIT.

       AMBIL-RIWAYAT.
           RETURN RIWAYAT-SORT INTO RIW-O
               AT END
                   MOVE 'Y' TO HABIS-RIWAYAT-YA
                   MOVE HIGH-VALUES TO RIW-NPM.

       PROSES-MHS.
           PERFORM LEWATI-RIWAYAT THRU LEWATI-RIWAYAT-SELESAI.
           MOVE THN-MASUK-B TO ANGKATAN-MHS.
           PERFORM BACA-SEMESTER THRU BACA-SEMESTER-SELESAI.
           IF ANGKATAN-MHS IS NOT NUMERIC AND SEM-PERTAMA NOT = SPACES
               MOVE SEM-PERTAMA (1:4) TO ANGKATAN-MHS.
           IF ANGKATAN-MHS IS NOT NUMERIC
               ADD 1 TO TOTAL-TANPA
               GO TO PROSES-MHS-SELESAI.
           IF ANGKATAN-DARI NOT = SPACES
               AND ANGKATAN-MHS < ANGKATAN-DARI
                   GO TO PROSES-MHS-SELESAI.
           IF ANGKATAN-SAMPAI NOT = SPACES
               AND ANGKATAN-MHS > ANGKATAN-SAMPAI
                   GO TO PROSES-MHS-SELESAI.
           PERFORM BACA-ALUMNI THRU BACA-ALUMNI-SELESAI.
           IF KELAS-MHS = SPACES
               MOVE "-" TO KELAS-MHS.
           MOVE ANGKATAN-MHS TO TAHUN-N.
           IF ADA-LULUS AND LAMA-SEM = 0
               AND TGL-LULUS-MHS (1:4) IS NUMERIC
                   MOVE TGL-LULUS-MHS (1:4) TO TAHUN-LULUS
                   IF TAHUN-LULUS > TAHUN-N
                       COMPUTE LAMA-SEM = (TAHUN-LULUS - TAHUN-N) * 2.
           MOVE 'A' TO STATUS-KINI.
           MOVE 0 TO K.
       PROSES-MHS-TAHUN.
           ADD 1 TO K.
           IF K > 7
               GO TO PROSES-MHS-CATAT.
           COMPUTE TAHUN-POTONG = TAHUN-N + K.
           MOVE TAHUN-POTONG TO TGL-POTONG (1:4).
           MOVE "0831" TO TGL-POTONG (5:4).
           PERFORM TERAPKAN-RIWAYAT THRU TERAPKAN-RIWAYAT-SELESAI.
           MOVE STATUS-KINI TO ST-TAHUN (K).
           IF ADA-LULUS AND TGL-LULUS-MHS NOT > TGL-POTONG
               MOVE 'L' TO ST-TAHUN (K).
           IF TGL-POTONG > TGL-JALAN
               MOVE '-' TO ST-TAHUN (K).
           GO TO PROSES-MHS-TAHUN.
       PROSES-MHS-CATAT.
           ADD 1 TO TOTAL-MHS.
           MOVE ANGKATAN-MHS TO ANGKATAN-CARI.
           MOVE KELAS-MHS TO KELAS-CARI.
           PERFORM CATAT-KOHORT THRU CATAT-KOHORT-SELESAI.
           MOVE HIGH-VALUES TO KELAS-CARI.
           PERFORM CATAT-KOHORT THRU CATAT-KOHORT-SELESAI.
       PROSES-MHS-SELESAI.
           EXIT.

       LEWATI-RIWAYAT.
           IF HABIS-RIWAYAT OR RIW-NPM NOT < NPM-B
               GO TO LEWATI-RIWAYAT-SELESAI.
           PERFORM AMBIL-RIWAYAT.
           GO TO LEWATI-RIWAYAT.
       LEWATI-RIWAYAT-SELESAI.
           EXIT.

       TERAPKAN-RIWAYAT.
           IF HABIS-RIWAYAT OR RIW-NPM NOT = NPM-B
               GO TO TERAPKAN-RIWAYAT-SELESAI.
           IF RIW-TGL > TGL-POTONG
               GO TO TERAPKAN-RIWAYAT-SELESAI.
           MOVE RIW-BARU TO STATUS-KINI.
           PERFORM AMBIL-RIWAYAT.
           GO TO TERAPKAN-RIWAYAT.
       TERAPKAN-RIWAYAT-SELESAI.
           EXIT.

       BACA-SEMESTER.
           MOVE 0 TO LAMA-SEM.
           MOVE SPACES TO KELAS-MHS.
           MOVE SPACES TO SEM-PERTAMA.
           IF NOT ADA-ARSIP
               GO TO BACA-SEMESTER-AKTIF.
           MOVE NPM-B TO NPM-A.
           MOVE SPACES TO SEMESTER-A.
           START ARSIPF KEY NOT < ARSIP-KUNCI
               INVALID KEY GO TO BACA-SEMESTER-AKTIF.
       BACA-SEMESTER-ARSIP.
           READ ARSIPF NEXT RECORD
               AT END GO TO BACA-SEMESTER-AKTIF.
           IF NPM-A NOT = NPM-B
               GO TO BACA-SEMESTER-AKTIF.
           ADD 1 TO LAMA-SEM.
           IF SEM-PERTAMA = SPACES
               MOVE SEMESTER-A TO SEM-PERTAMA
               MOVE KELAS-A TO KELAS-MHS.
           GO TO BACA-SEMESTER-ARSIP.
       BACA-SEMESTER-AKTIF.
           IF NOT ADA-MHS
               GO TO BACA-SEMESTER-SELESAI.
           MOVE NPM-B TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO BACA-SEMESTER-SELESAI.
       BACA-SEMESTER-MHS.
           READ MHS NEXT RECORD
               AT END GO TO BACA-SEMESTER-SELESAI.
           IF NPM NOT = NPM-B
               GO TO BACA-SEMESTER-SELESAI.
           ADD 1 TO LAMA-SEM.
           IF SEM-PERTAMA = SPACES
               MOVE SEMESTER TO SEM-PERTAMA
               MOVE KELAS TO KELAS-MHS.
           GO TO BACA-SEMESTER-MHS.
       BACA-SEMESTER-SELESAI.
           EXIT.

       BACA-ALUMNI.
           MOVE 'T' TO ADA-LULUS-YA.
           MOVE SPACES TO TGL-LULUS-MHS.
           MOVE 0 TO IPK-LULUS.
           IF NOT ADA-ALUMNI
               GO TO BACA-ALUMNI-SELESAI.
           MOVE NPM-B TO NPM-AL.
           READ ALUMNI
               INVALID KEY GO TO BACA-ALUMNI-SELESAI.
           MOVE 'Y' TO ADA-LULUS-YA.
           MOVE TGL-LULUS-AL TO TGL-LULUS-MHS.
           MOVE IPK-AL TO IPK-LULUS.
           IF KELAS-MHS = SPACES
               MOVE KELAS-AL TO KELAS-MHS.
       BACA-ALUMNI-SELESAI.
           EXIT.

       CATAT-KOHORT.
           MOVE 0 TO I.
       CATAT-KOHORT-CARI.
           ADD 1 TO I.
           IF I > ISI-KOHORT
               GO TO CATAT-KOHORT-SISIP.
           IF TK-KUNCI (I) = KUNCI-CARI
               GO TO CATAT-KOHORT-TAMBAH.
           IF TK-KUNCI (I) > KUNCI-CARI
               GO TO CATAT-KOHORT-SISIP.
           GO TO CATAT-KOHORT-CARI.
       CATAT-KOHORT-SISIP.
           IF ISI-KOHORT NOT < 200
               DISPLAY "TABEL KOHORT PENUH, ANGKATAN " ANGKATAN-CARI
                   " KELAS " KELAS-CARI " DILEWATI."
               GO TO CATAT-KOHORT-SELESAI.
           MOVE ISI-KOHORT TO M.
       CATAT-KOHORT-GESER.
           IF M < I
               GO TO CATAT-KOHORT-BARU.
           COMPUTE N = M + 1.
           MOVE TK-BARIS (M) TO TK-BARIS (N).
           SUBTRACT 1 FROM M.
           GO TO CATAT-KOHORT-GESER.
       CATAT-KOHORT-BARU.
           ADD 1 TO ISI-KOHORT.
           INITIALIZE TK-BARIS (I).
           MOVE KUNCI-CARI TO TK-KUNCI (I).
       CATAT-KOHORT-TAMBAH.
           ADD 1 TO TK-MULAI (I).
           IF ADA-LULUS
               ADD 1 TO TK-LULUS-TOT (I)
               ADD LAMA-SEM TO TK-JML-LAMA (I)
               ADD IPK-LULUS TO TK-JML-IPK (I).
           IF ADA-LULUS AND LAMA-SEM > 0 AND LAMA-SEM NOT > BATAS-TEPAT
               ADD 1 TO TK-TEPAT (I).
           MOVE 0 TO K.
       CATAT-KOHORT-TAHUN.
           ADD 1 TO K.
           IF K > 7
               GO TO CATAT-KOHORT-SELESAI.
           IF ST-TAHUN (K) = '-'
               GO TO CATAT-KOHORT-TAHUN.
           ADD 1 TO TK-AMATI (I, K).
           IF ST-TAHUN (K) = 'C'
               ADD 1 TO TK-CUTI (I, K)
               GO TO CATAT-KOHORT-TAHUN.
           IF ST-TAHUN (K) = 'D'
               ADD 1 TO TK-DO (I, K)
               GO TO CATAT-KOHORT-TAHUN.
           IF ST-TAHUN (K) = 'L'
               ADD 1 TO TK-LULUS (I, K)
               GO TO CATAT-KOHORT-TAHUN.
           ADD 1 TO TK-AKTIF (I, K).
           GO TO CATAT-KOHORT-TAHUN.
       CATAT-KOHORT-SELESAI.
           EXIT.

       CETAK-KOHORT.
           ADD 1 TO I.
           IF I > ISI-KOHORT
               GO TO CETAK-KOHORT-SELESAI.
           MOVE TK-KELAS (I) TO KELAS-TEKS.
           IF TK-KELAS (I) = HIGH-VALUES
               MOVE "SEMUA" TO KELAS-TEKS.
           MOVE 0 TO PERSEN-TEPAT.
           MOVE 0 TO RATA-LAMA.
           MOVE 0 TO RATA-IPK.
           IF TK-MULAI (I) > 0
               COMPUTE PERSEN-TEPAT ROUNDED =
                   TK-TEPAT (I) * 100 / TK-MULAI (I).
           IF TK-LULUS-TOT (I) > 0
               COMPUTE RATA-LAMA ROUNDED =
                   TK-JML-LAMA (I) / TK-LULUS-TOT (I)
               COMPUTE RATA-IPK ROUNDED =
                   TK-JML-IPK (I) / TK-LULUS-TOT (I).
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE TK-MULAI (I) TO ANGKA-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "ANGKATAN " DELIMITED BY SIZE
               TK-ANGKATAN (I) DELIMITED BY SIZE
               "  KELAS " DELIMITED BY SIZE
               KELAS-TEKS DELIMITED BY SIZE
               "  JUMLAH MASUK : " DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "  AKHIR TAHUN KE  DIAMATI  AKTIF   CUTI     DO  "
               "LULUS" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO K.
       CETAK-KOHORT-TAHUN.
           ADD 1 TO K.
           IF K > 7
               GO TO CETAK-KOHORT-RINGKAS.
           PERFORM TULIS-CSV.
           IF TK-AMATI (I, K) = 0
               GO TO CETAK-KOHORT-TAHUN.
           MOVE SPACES TO LAP2-LINE.
           MOVE K TO LAP2-LINE (16:1).
           MOVE TK-AMATI (I, K) TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (21:5).
           MOVE TK-AKTIF (I, K) TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (28:5).
           MOVE TK-CUTI (I, K) TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (35:5).
           MOVE TK-DO (I, K) TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (42:5).
           MOVE TK-LULUS (I, K) TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (49:5).
           WRITE LAP2-LINE.
           GO TO CETAK-KOHORT-TAHUN.
       CETAK-KOHORT-RINGKAS.
           MOVE PERSEN-TEPAT TO PERSEN-ED.
           MOVE TK-TEPAT (I) TO ANGKA-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "  LULUS TEPAT WAKTU : " DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PERSEN-ED DELIMITED BY SIZE
               " %)" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE TK-LULUS-TOT (I) TO ANGKA-ED.
           MOVE RATA-LAMA TO LAMA-ED.
           MOVE RATA-IPK TO IPK-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "  JUMLAH LULUS : " DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               "  RATA2 LAMA STUDI : " DELIMITED BY SIZE
               LAMA-ED DELIMITED BY SIZE
               " SEM  RATA2 IPK LULUS : " DELIMITED BY SIZE
               IPK-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-KOHORT.
       CETAK-KOHORT-SELESAI.
           EXIT.

       TULIS-CSV.
           MOVE PERSEN-TEPAT TO PERSEN-CSV.
           MOVE RATA-LAMA TO LAMA-CSV.
           MOVE RATA-IPK TO IPK-CSV.
           MOVE SPACES TO CSV-LINE.
           STRING TK-ANGKATAN (I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               KELAS-TEKS DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               TK-MULAI (I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               K DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TK-AMATI (I, K) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TK-AKTIF (I, K) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TK-CUTI (I, K) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TK-DO (I, K) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TK-LULUS (I, K) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TK-TEPAT (I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PERSEN-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LAMA-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               IPK-CSV DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

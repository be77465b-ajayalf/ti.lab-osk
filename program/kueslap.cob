       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUESLAP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALMK ASSIGN TO EVAL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-KUNCI
           FILE STATUS IS STATUS-EVAL.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
           SELECT AMPU ASSIGN TO AMPU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMPU-KUNCI
           FILE STATUS IS STATUS-AMPU.
           SELECT DOSENMST ASSIGN TO DOSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOSEN-ID
           FILE STATUS IS STATUS-DOSEN.
           SELECT RANK-SORT ASSIGN TO DISK.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
       DATA DIVISION.
       FILE SECTION.
       FD EVALMK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECEVAL.
       01 RECEVAL.
           02 EV-KUNCI.
               03 KODE-MK-EV pic X(8).
               03 SEMESTER-EV pic X(6).
               03 NPM-EV pic X(14).
           02 SKOR-EV pic 9 OCCURS 10 TIMES.
           02 TGL-EV pic X(8).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
       FD AMPU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECAMPU.
       01 RECAMPU.
           02 AMPU-KUNCI.
               03 KODE-MK-P pic X(8).
               03 SEMESTER-P pic X(6).
           02 DOSEN-P pic X(10).
       FD DOSENMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECDOSEN.
       01 RECDOSEN.
           02 DOSEN-ID pic X(10).
           02 NAMA-D pic X(25).
           02 NIDN-D pic X(10).
           02 OPR-ID-D pic X(10).
       SD RANK-SORT.
       01 RECRANK.
           02 JENIS-S pic X.
           02 RATA-S pic 9V99.
           02 ID-S pic X(10).
           02 NAMA-S pic X(25).
           02 RESPON-S pic 9(6).
           02 PERSEN-S pic 9(3).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KUESLAP.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-EVAL pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-AMPU pic XX.
       77 STATUS-DOSEN pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 EVAL-FILENAME pic X(30) VALUE 'EVALMK.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 AMPU-FILENAME pic X(30) VALUE 'AMPU.TXT'.
       77 DOSEN-FILENAME pic X(30) VALUE 'DOSEN.TXT'.
       77 ADA-AMPU-YA pic X.
           88 ADA-AMPU VALUE 'Y'.
       77 ADA-DOSEN-YA pic X.
           88 ADA-DOSEN VALUE 'Y'.
       77 SEMESTER-PILIH pic X(6).
       77 MIN-RESPON pic 9(3).
       01 TABEL-MK.
           02 TM-BARIS OCCURS 500 TIMES.
               03 TM-KODE pic X(8).
               03 TM-DOSEN pic X(10).
               03 TM-PESERTA pic 9(6).
               03 TM-RESPON pic 9(6).
               03 TM-SKOR.
                   04 TM-JUMLAH pic 9(7) OCCURS 10 TIMES.
                   04 TM-JAWAB pic 9(6) OCCURS 10 TIMES.
       77 ISI-MK pic 9(3).
       01 TABEL-DSN.
           02 TD-BARIS OCCURS 300 TIMES.
               03 TD-ID pic X(10).
               03 TD-MK pic 9(3).
               03 TD-PESERTA pic 9(6).
               03 TD-RESPON pic 9(6).
               03 TD-SKOR.
                   04 TD-JUMLAH pic 9(7) OCCURS 10 TIMES.
                   04 TD-JAWAB pic 9(6) OCCURS 10 TIMES.
       77 ISI-DSN pic 9(3).
       01 FK-SKOR.
           02 FK-JUMLAH pic 9(7) OCCURS 10 TIMES.
           02 FK-JAWAB pic 9(6) OCCURS 10 TIMES.
       01 H-SKOR.
           02 H-JUMLAH pic 9(7) OCCURS 10 TIMES.
           02 H-JAWAB pic 9(6) OCCURS 10 TIMES.
       77 FK-PESERTA pic 9(6).
       77 FK-RESPON pic 9(6).
       77 H-PESERTA pic 9(6).
       77 H-RESPON pic 9(6).
       77 H-TOTAL-JML pic 9(8).
       77 H-TOTAL-JWB pic 9(7).
       77 RATA-SOAL pic 9V99.
       77 RATA-TOTAL pic 9V99.
       77 PERSEN pic 9(3).
       77 RATA-ED pic 9.99.
       77 PERSEN-ED pic ZZ9.
       77 ANGKA-ED pic ZZZZZ9.
       77 MK-ED pic ZZ9.
       77 PERINGKAT pic 9(3).
       77 PERINGKAT-ED pic ZZ9.
       77 JENIS-LAMA pic X.
       77 CUKUP-YA pic X.
           88 CUKUP VALUE 'Y'.
       77 SKOR-BARIS pic X(80).
       77 PTR pic 99.
       77 I pic 9(3).
       77 K pic 9(3).
       77 J pic 99.
       77 KODE-CARI pic X(8).
       77 DOSEN-CARI pic X(10).
       77 NAMA-DOSEN pic X(25).
       77 TOTAL-RANK-MK pic 9(3).
       77 TOTAL-RANK-DSN pic 9(3).
       77 TGL-JALAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'KUESLAP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====LAPORAN EVALUASI PERKULIAHAN=====".
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           IF SEMESTER-PILIH = SPACES
               DISPLAY "SEMESTER HARUS DIISI."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "MINIMUM RESPON AGAR RATA-RATA DITAMPILKAN "
               "(KOSONGKAN = 3) : " WITH NO ADVANCING.
           ACCEPT MIN-RESPON.
           IF MIN-RESPON = 0
               MOVE 3 TO MIN-RESPON.
           IF MIN-RESPON < 3
               DISPLAY "MINIMUM RESPON TIDAK BOLEH DI BAWAH 3, "
                   "DIPAKAI 3."
               MOVE 3 TO MIN-RESPON.
           OPEN INPUT EVALMK.
           IF STATUS-EVAL NOT = "00"
               DISPLAY "FILE EVALUASI TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               DISPLAY "FILE KRS.TXT TIDAK DITEMUKAN."
               CLOSE EVALMK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y' TO ADA-AMPU-YA.
           OPEN INPUT AMPU.
           IF STATUS-AMPU NOT = "00"
               MOVE 'T' TO ADA-AMPU-YA.
           MOVE 'Y' TO ADA-DOSEN-YA.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               MOVE 'T' TO ADA-DOSEN-YA.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           MOVE 0 TO ISI-MK.
           MOVE 0 TO ISI-DSN.
           MOVE 0 TO FK-PESERTA.
           MOVE 0 TO FK-RESPON.
           MOVE 0 TO J.
       MULAI-NOL.
           ADD 1 TO J.
           MOVE 0 TO FK-JUMLAH (J).
           MOVE 0 TO FK-JAWAB (J).
           IF J < 10
               GO TO MULAI-NOL.
           PERFORM MUAT-KRS THRU MUAT-KRS-SELESAI.
           PERFORM MUAT-EVAL THRU MUAT-EVAL-SELESAI.
           PERFORM SUSUN-DOSEN THRU SUSUN-DOSEN-SELESAI.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "EVALUASI PERKULIAHAN SEMESTER " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               "  TANGGAL : " DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE MIN-RESPON TO MK-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "SKALA 1-5, RATA-RATA HANYA DITAMPILKAN BILA RESPON "
               DELIMITED BY SIZE
               ">= " DELIMITED BY SIZE
               MK-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "A. PER MATA KULIAH" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "KODE MK  DOSEN      PESERTA RESPON %RESP RATA2"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO I.
           PERFORM CETAK-MK THRU CETAK-MK-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "B. PER DOSEN PENGAMPU" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "DOSEN      NAMA                       MK PESERTA "
               "RESPON %RESP RATA2" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO I.
           PERFORM CETAK-DSN THRU CETAK-DSN-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE FK-SKOR TO H-SKOR.
           MOVE FK-PESERTA TO H-PESERTA.
           MOVE FK-RESPON TO H-RESPON.
           PERFORM HITUNG-RATA THRU HITUNG-RATA-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           STRING "FAKULTAS   " DELIMITED BY SIZE
               INTO LAP2-LINE.
           MOVE FK-PESERTA TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (20:6).
           MOVE FK-RESPON TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (27:6).
           MOVE PERSEN TO PERSEN-ED.
           MOVE PERSEN-ED TO LAP2-LINE (35:3).
           IF CUKUP
               MOVE RATA-TOTAL TO RATA-ED
               MOVE RATA-ED TO LAP2-LINE (40:4).
           WRITE LAP2-LINE.
           PERFORM TULIS-SKOR THRU TULIS-SKOR-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO TOTAL-RANK-MK.
           MOVE 0 TO TOTAL-RANK-DSN.
           SORT RANK-SORT ON ASCENDING KEY JENIS-S
               DESCENDING KEY RATA-S RESPON-S
               ASCENDING KEY ID-S
               INPUT PROCEDURE IS RANK-MULAI THRU RANK-SELESAI
               OUTPUT PROCEDURE IS CETAK-RANK
                   THRU CETAK-RANK-AKHIR.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "MATA KULIAH : " DELIMITED BY SIZE
               ISI-MK DELIMITED BY SIZE
               "  DOSEN : " DELIMITED BY SIZE
               ISI-DSN DELIMITED BY SIZE
               "  RESPON : " DELIMITED BY SIZE
               FK-RESPON DELIMITED BY SIZE
               "  PESERTA KRS : " DELIMITED BY SIZE
               FK-PESERTA DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'KUESLAP.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           IF ADA-DOSEN
               CLOSE DOSENMST.
           IF ADA-AMPU
               CLOSE AMPU.
           CLOSE KRSFILE.
           CLOSE EVALMK.
           DISPLAY " ".
           DISPLAY "MATA KULIAH DIEVALUASI : " ISI-MK.
           DISPLAY "DOSEN PENGAMPU         : " ISI-DSN.
           DISPLAY "RESPON KUESIONER       : " FK-RESPON.
           DISPLAY "LAPORAN TERCETAK KE KUESLAP.LIS.".
           STOP RUN.

       MUAT-KRS.
           MOVE LOW-VALUES TO KRS-KUNCI.
           START KRSFILE KEY NOT < KRS-KUNCI
               INVALID KEY GO TO MUAT-KRS-SELESAI.
       MUAT-KRS-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO MUAT-KRS-SELESAI.
           IF SEMESTER-K NOT = SEMESTER-PILIH
               GO TO MUAT-KRS-BACA.
           MOVE KODE-MK-K TO KODE-CARI.
           PERFORM CARI-MK THRU CARI-MK-SELESAI.
           IF I = 0
               GO TO MUAT-KRS-BACA.
           ADD 1 TO TM-PESERTA (I).
           ADD 1 TO FK-PESERTA.
           GO TO MUAT-KRS-BACA.
       MUAT-KRS-SELESAI.
           EXIT.

       MUAT-EVAL.
           MOVE LOW-VALUES TO EV-KUNCI.
           START EVALMK KEY NOT < EV-KUNCI
               INVALID KEY GO TO MUAT-EVAL-SELESAI.
       MUAT-EVAL-BACA.
           READ EVALMK NEXT RECORD
               AT END GO TO MUAT-EVAL-SELESAI.
           IF SEMESTER-EV NOT = SEMESTER-PILIH
               GO TO MUAT-EVAL-BACA.
           MOVE KODE-MK-EV TO KODE-CARI.
           PERFORM CARI-MK THRU CARI-MK-SELESAI.
           IF I = 0
               GO TO MUAT-EVAL-BACA.
           ADD 1 TO TM-RESPON (I).
           ADD 1 TO FK-RESPON.
           MOVE 0 TO J.
       MUAT-EVAL-SKOR.
           ADD 1 TO J.
           IF J > 10
               GO TO MUAT-EVAL-BACA.
           IF SKOR-EV (J) > 0
               ADD SKOR-EV (J) TO TM-JUMLAH (I, J)
               ADD 1 TO TM-JAWAB (I, J)
               ADD SKOR-EV (J) TO FK-JUMLAH (J)
               ADD 1 TO FK-JAWAB (J).
           GO TO MUAT-EVAL-SKOR.
       MUAT-EVAL-SELESAI.
           EXIT.

       CARI-MK.
           MOVE 0 TO I.
       CARI-MK-ULANG.
           ADD 1 TO I.
           IF I > ISI-MK
               GO TO CARI-MK-TAMBAH.
           IF TM-KODE (I) = KODE-CARI
               GO TO CARI-MK-SELESAI.
           GO TO CARI-MK-ULANG.
       CARI-MK-TAMBAH.
           IF ISI-MK NOT < 500
               DISPLAY "TABEL MATA KULIAH PENUH, " KODE-CARI
                   " DILEWATI."
               MOVE 0 TO I
               GO TO CARI-MK-SELESAI.
           ADD 1 TO ISI-MK.
           MOVE ISI-MK TO I.
           MOVE KODE-CARI TO TM-KODE (I).
           MOVE "-" TO TM-DOSEN (I).
           MOVE 0 TO TM-PESERTA (I).
           MOVE 0 TO TM-RESPON (I).
           MOVE 0 TO J.
       CARI-MK-NOL.
           ADD 1 TO J.
           MOVE 0 TO TM-JUMLAH (I, J).
           MOVE 0 TO TM-JAWAB (I, J).
           IF J < 10
               GO TO CARI-MK-NOL.
       CARI-MK-SELESAI.
           EXIT.

       SUSUN-DOSEN.
           MOVE 0 TO I.
       SUSUN-DOSEN-ULANG.
           ADD 1 TO I.
           IF I > ISI-MK
               GO TO SUSUN-DOSEN-SELESAI.
           IF ADA-AMPU
               MOVE TM-KODE (I) TO KODE-MK-P
               MOVE SEMESTER-PILIH TO SEMESTER-P
               READ AMPU
                   NOT INVALID KEY MOVE DOSEN-P TO TM-DOSEN (I).
           MOVE TM-DOSEN (I) TO DOSEN-CARI.
           MOVE 0 TO K.
       SUSUN-DOSEN-CARI.
           ADD 1 TO K.
           IF K > ISI-DSN
               GO TO SUSUN-DOSEN-TAMBAH.
           IF TD-ID (K) = DOSEN-CARI
               GO TO SUSUN-DOSEN-JUMLAH.
           GO TO SUSUN-DOSEN-CARI.
       SUSUN-DOSEN-TAMBAH.
           IF ISI-DSN NOT < 300
               DISPLAY "TABEL DOSEN PENUH, " DOSEN-CARI " DILEWATI."
               GO TO SUSUN-DOSEN-ULANG.
           ADD 1 TO ISI-DSN.
           MOVE ISI-DSN TO K.
           MOVE DOSEN-CARI TO TD-ID (K).
           MOVE 0 TO TD-MK (K).
           MOVE 0 TO TD-PESERTA (K).
           MOVE 0 TO TD-RESPON (K).
           MOVE 0 TO J.
       SUSUN-DOSEN-NOL.
           ADD 1 TO J.
           MOVE 0 TO TD-JUMLAH (K, J).
           MOVE 0 TO TD-JAWAB (K, J).
           IF J < 10
               GO TO SUSUN-DOSEN-NOL.
       SUSUN-DOSEN-JUMLAH.
           ADD 1 TO TD-MK (K).
           ADD TM-PESERTA (I) TO TD-PESERTA (K).
           ADD TM-RESPON (I) TO TD-RESPON (K).
           MOVE 0 TO J.
       SUSUN-DOSEN-SKOR.
           ADD 1 TO J.
           ADD TM-JUMLAH (I, J) TO TD-JUMLAH (K, J).
           ADD TM-JAWAB (I, J) TO TD-JAWAB (K, J).
           IF J < 10
               GO TO SUSUN-DOSEN-SKOR.
           GO TO SUSUN-DOSEN-ULANG.
       SUSUN-DOSEN-SELESAI.
           EXIT.

       HITUNG-RATA.
           MOVE 0 TO H-TOTAL-JML.
           MOVE 0 TO H-TOTAL-JWB.
           MOVE 0 TO RATA-TOTAL.
           MOVE 0 TO PERSEN.
           MOVE 'T' TO CUKUP-YA.
           IF H-RESPON NOT < MIN-RESPON
               MOVE 'Y' TO CUKUP-YA.
           IF H-PESERTA > 0
               COMPUTE PERSEN ROUNDED = H-RESPON * 100 / H-PESERTA
                   ON SIZE ERROR MOVE 999 TO PERSEN.
           MOVE 0 TO J.
       HITUNG-RATA-ULANG.
           ADD 1 TO J.
           IF J > 10
               GO TO HITUNG-RATA-AKHIR.
           ADD H-JUMLAH (J) TO H-TOTAL-JML.
           ADD H-JAWAB (J) TO H-TOTAL-JWB.
           GO TO HITUNG-RATA-ULANG.
       HITUNG-RATA-AKHIR.
           IF H-TOTAL-JWB > 0
               COMPUTE RATA-TOTAL ROUNDED = H-TOTAL-JML / H-TOTAL-JWB.
       HITUNG-RATA-SELESAI.
           EXIT.

       TULIS-SKOR.
           MOVE SPACES TO SKOR-BARIS.
           IF NOT CUKUP
               MOVE "  RESPON < MINIMUM, RATA-RATA TIDAK DITAMPILKAN"
                   TO SKOR-BARIS
               GO TO TULIS-SKOR-CETAK.
           MOVE "  P1-P10 :" TO SKOR-BARIS.
           MOVE 11 TO PTR.
           MOVE 0 TO J.
       TULIS-SKOR-ULANG.
           ADD 1 TO J.
           IF J > 10
               GO TO TULIS-SKOR-CETAK.
           IF H-JAWAB (J) = 0
               STRING "    -" DELIMITED BY SIZE
                   INTO SKOR-BARIS WITH POINTER PTR
               GO TO TULIS-SKOR-ULANG.
           COMPUTE RATA-SOAL ROUNDED = H-JUMLAH (J) / H-JAWAB (J).
           MOVE RATA-SOAL TO RATA-ED.
           STRING " " DELIMITED BY SIZE
               RATA-ED DELIMITED BY SIZE
               INTO SKOR-BARIS WITH POINTER PTR.
           GO TO TULIS-SKOR-ULANG.
       TULIS-SKOR-CETAK.
           MOVE SKOR-BARIS TO LAP2-LINE.
           WRITE LAP2-LINE.
       TULIS-SKOR-SELESAI.
           EXIT.

       CETAK-MK.
           ADD 1 TO I.
           IF I > ISI-MK
               GO TO CETAK-MK-SELESAI.
           MOVE TM-SKOR (I) TO H-SKOR.
           MOVE TM-PESERTA (I) TO H-PESERTA.
           MOVE TM-RESPON (I) TO H-RESPON.
           PERFORM HITUNG-RATA THRU HITUNG-RATA-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           STRING TM-KODE (I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TM-DOSEN (I) DELIMITED BY SIZE
               INTO LAP2-LINE.
           MOVE H-PESERTA TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (20:6).
           MOVE H-RESPON TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (27:6).
           MOVE PERSEN TO PERSEN-ED.
           MOVE PERSEN-ED TO LAP2-LINE (35:3).
           IF CUKUP
               MOVE RATA-TOTAL TO RATA-ED
               MOVE RATA-ED TO LAP2-LINE (40:4).
           WRITE LAP2-LINE.
           PERFORM TULIS-SKOR THRU TULIS-SKOR-SELESAI.
           GO TO CETAK-MK.
       CETAK-MK-SELESAI.
           EXIT.

       CETAK-DSN.
           ADD 1 TO I.
           IF I > ISI-DSN
               GO TO CETAK-DSN-SELESAI.
           MOVE TD-SKOR (I) TO H-SKOR.
           MOVE TD-PESERTA (I) TO H-PESERTA.
           MOVE TD-RESPON (I) TO H-RESPON.
           PERFORM HITUNG-RATA THRU HITUNG-RATA-SELESAI.
           MOVE TD-ID (I) TO DOSEN-CARI.
           PERFORM CARI-NAMA-DOSEN.
           MOVE TD-MK (I) TO MK-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING TD-ID (I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-DOSEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MK-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           MOVE H-PESERTA TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (42:6).
           MOVE H-RESPON TO ANGKA-ED.
           MOVE ANGKA-ED TO LAP2-LINE (49:6).
           MOVE PERSEN TO PERSEN-ED.
           MOVE PERSEN-ED TO LAP2-LINE (57:3).
           IF CUKUP
               MOVE RATA-TOTAL TO RATA-ED
               MOVE RATA-ED TO LAP2-LINE (62:4).
           WRITE LAP2-LINE.
           PERFORM TULIS-SKOR THRU TULIS-SKOR-SELESAI.
           GO TO CETAK-DSN.
       CETAK-DSN-SELESAI.
           EXIT.

       CARI-NAMA-DOSEN.
           MOVE "(TIDAK ADA DI DATA DOSEN)" TO NAMA-DOSEN.
           IF DOSEN-CARI = "-"
               MOVE "(BELUM ADA PENGAMPU)" TO NAMA-DOSEN.
           IF ADA-DOSEN AND DOSEN-CARI NOT = "-"
               MOVE DOSEN-CARI TO DOSEN-ID
               READ DOSENMST
                   NOT INVALID KEY MOVE NAMA-D TO NAMA-DOSEN.

       RANK-MULAI.
           MOVE 0 TO I.
       RANK-MK.
           ADD 1 TO I.
           IF I > ISI-MK
               MOVE 0 TO I
               GO TO RANK-DSN.
           MOVE TM-SKOR (I) TO H-SKOR.
           MOVE TM-PESERTA (I) TO H-PESERTA.
           MOVE TM-RESPON (I) TO H-RESPON.
           PERFORM HITUNG-RATA THRU HITUNG-RATA-SELESAI.
           IF NOT CUKUP OR H-TOTAL-JWB = 0
               GO TO RANK-MK.
           MOVE 'M' TO JENIS-S.
           MOVE RATA-TOTAL TO RATA-S.
           MOVE TM-KODE (I) TO ID-S.
           MOVE TM-DOSEN (I) TO NAMA-S.
           MOVE H-RESPON TO RESPON-S.
           MOVE PERSEN TO PERSEN-S.
           RELEASE RECRANK.
           GO TO RANK-MK.
       RANK-DSN.
           ADD 1 TO I.
           IF I > ISI-DSN
               GO TO RANK-SELESAI.
           MOVE TD-SKOR (I) TO H-SKOR.
           MOVE TD-PESERTA (I) TO H-PESERTA.
           MOVE TD-RESPON (I) TO H-RESPON.
           PERFORM HITUNG-RATA THRU HITUNG-RATA-SELESAI.
           IF NOT CUKUP OR H-TOTAL-JWB = 0
               GO TO RANK-DSN.
           MOVE TD-ID (I) TO DOSEN-CARI.
           PERFORM CARI-NAMA-DOSEN.
           MOVE 'N' TO JENIS-S.
           MOVE RATA-TOTAL TO RATA-S.
           MOVE TD-ID (I) TO ID-S.
           MOVE NAMA-DOSEN TO NAMA-S.
           MOVE H-RESPON TO RESPON-S.
           MOVE PERSEN TO PERSEN-S.
           RELEASE RECRANK.
           GO TO RANK-DSN.
       RANK-SELESAI.
           EXIT.

       CETAK-RANK.
           MOVE SPACES TO JENIS-LAMA.
           MOVE 0 TO PERINGKAT.
       CETAK-RANK-BACA.
           RETURN RANK-SORT
               AT END GO TO CETAK-RANK-AKHIR.
           IF JENIS-S NOT = JENIS-LAMA
               PERFORM CETAK-RANK-JUDUL
               MOVE JENIS-S TO JENIS-LAMA
               MOVE 0 TO PERINGKAT.
           ADD 1 TO PERINGKAT.
           IF JENIS-S = 'M'
               ADD 1 TO TOTAL-RANK-MK
           ELSE
               ADD 1 TO TOTAL-RANK-DSN.
           MOVE PERINGKAT TO PERINGKAT-ED.
           MOVE RATA-S TO RATA-ED.
           MOVE RESPON-S TO ANGKA-ED.
           MOVE PERSEN-S TO PERSEN-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING PERINGKAT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ID-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RATA-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PERSEN-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-RANK-BACA.
       CETAK-RANK-JUDUL.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           IF JENIS-S = 'M'
               STRING "C. PERINGKAT MATA KULIAH SE-FAKULTAS"
                   DELIMITED BY SIZE
                   INTO LAP2-LINE
           ELSE
               STRING "D. PERINGKAT DOSEN SE-FAKULTAS"
                   DELIMITED BY SIZE
                   INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "NO.  KODE/ID    KETERANGAN                RATA2 "
               "RESPON %RESP" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       CETAK-RANK-AKHIR.
           EXIT.

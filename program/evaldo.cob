           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-ST
           FILE STATUS IS STATUS-STAT.
           SELECT SKRFILE ASSIGN TO SKR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-SR
           FILE STATUS IS STATUS-SKR.
           SELECT STATHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-HIS.
       01 RECSTAT.
           02 NPM-ST pic X(14).
           02 STATUS-ST pic X.
       FD SKRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKR.
       01 RECSKR.
           02 NPM-SR pic X(14).
           02 JUDUL-SR pic X(60).
           02 PEMB1-SR pic X(10).
           02 PEMB2-SR pic X(10).
           02 SEM-DAFTAR-SR pic X(6).
           02 TGL-SIDANG-SR pic X(8).
           02 UJI1-SR pic X(10).
           02 UJI2-SR pic X(10).
           02 HURUF-SR pic X(2).
           02 SEM-NILAI-SR pic X(6).
           02 STATUS-SR pic X.
           02 LAMA-SR pic X.
       FD STATHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'STATHIS.TXT'
           02 KELAS-S pic X(5).
           02 NPM-S pic X(14).
           02 KODE-S pic X.
           02 SKR-S pic X.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'EVALDO.LIS'
       WORKING-STORAGE SECTION.
       77 STATUS-SALAH pic XX.
       77 STATUS-STAT pic XX.
       77 STATUS-SKR pic XX.
       77 STATUS-HIS pic XX.
       77 STATUS-SURAT pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 STAT-FILENAME pic X(30) VALUE 'STATUS.TXT'.
       77 SKR-FILENAME pic X(30) VALUE 'SKRIPSI.TXT'.
       77 ADA-SKR-YA pic X.
           88 ADA-SKR VALUE 'Y'.
       77 SKRIPSI-LAMA-YA pic X.
           88 SKRIPSI-LAMA VALUE 'Y'.
       01 MHS-O.
           02 NPM-O pic X(14).
           02 SEMESTER-O pic X(6).
       77 TOTAL-SURAT pic 9(4).
       77 TOTAL-P pic 9(4).
       77 TOTAL-W pic 9(4).
       77 TOTAL-SKR pic 9(4).
       77 TOTAL-KELAS-P pic 9(4).
       77 TOTAL-KELAS-W pic 9(4).
       77 KELAS-LAMA pic X(5).
       77 IPK-CSV pic 9.99.
       77 TGL-JALAN pic X(8).
       77 HIS-JAM pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'EVALDO'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====EVALUASI STUDI DAN PERCOBAAN AKADEMIK=====".
               CLOSE MHS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y' TO ADA-SKR-YA.
           OPEN INPUT SKRFILE.
           IF STATUS-SKR NOT = "00"
               MOVE 'T' TO ADA-SKR-YA.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           OPEN OUTPUT SURAT.
           MOVE 0 TO TOTAL-SURAT.
           MOVE 0 TO TOTAL-P.
           MOVE 0 TO TOTAL-W.
           MOVE 0 TO TOTAL-SKR.
           MOVE SPACES TO NPM-PROSES.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
               TOTAL-W DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "  DI ANTARANYA SKRIPSI MELEWATI BATAS : "
               DELIMITED BY SIZE
               TOTAL-SKR DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'EVALDO.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE SURAT.
           MOVE 'SURAT.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE STATFILE.
           IF ADA-SKR
               CLOSE SKRFILE.
           CLOSE MHS.
           DISPLAY " ".
           DISPLAY "PERCOBAAN AKADEMIK : " TOTAL-P.
           DISPLAY "PERINGATAN DO      : " TOTAL-W.
           DISPLAY "SKRIPSI LEWAT BATAS: " TOTAL-SKR.
           DISPLAY "SURAT TERCETAK KE SURAT.LIS, RINGKASAN KE "
               "EVALDO.LIS.".
           STOP RUN.
               MOVE 'P' TO KODE-EVAL.
           IF JUMLAH-SEM > BATAS-MASA
               MOVE 'W' TO KODE-EVAL.
           MOVE 'T' TO SKRIPSI-LAMA-YA.
           IF KODE-EVAL = SPACE
               PERFORM BACA-SKRIPSI THRU BACA-SKRIPSI-SELESAI.
           IF KODE-EVAL = SPACE
               GO TO NILAI-STUDI-SELESAI.
           IF KODE-EVAL = 'P'
               ADD 1 TO TOTAL-P
           ELSE
               ADD 1 TO TOTAL-W.
           IF SKRIPSI-LAMA
               ADD 1 TO TOTAL-SKR.
           PERFORM TULIS-STATUS THRU TULIS-STATUS-SELESAI.
           PERFORM CATAT-RIWAYAT.
           PERFORM CETAK-SURAT THRU CETAK-SURAT-SELESAI.
           MOVE KELAS-AKHIR TO KELAS-S.
           MOVE NPM-PROSES TO NPM-S.
           MOVE KODE-EVAL TO KODE-S.
           MOVE SKRIPSI-LAMA-YA TO SKR-S.
           RELEASE RECEVAL.
       NILAI-STUDI-SELESAI.
           EXIT.
       BACA-STATUS-SELESAI.
           EXIT.

       BACA-SKRIPSI.
           IF NOT ADA-SKR
               GO TO BACA-SKRIPSI-SELESAI.
           MOVE NPM-PROSES TO NPM-SR.
           READ SKRFILE
               INVALID KEY GO TO BACA-SKRIPSI-SELESAI.
           IF LAMA-SR = 'Y' AND STATUS-SR NOT = 'S'
               MOVE 'W' TO KODE-EVAL
               MOVE 'Y' TO SKRIPSI-LAMA-YA.
       BACA-SKRIPSI-SELESAI.
           EXIT.

       TULIS-STATUS.
           MOVE NPM-PROSES TO NPM-ST.
           MOVE KODE-EVAL TO STATUS-ST.
                   "WALI." DELIMITED BY SIZE
                   INTO SURAT-LINE
           ELSE
               IF SKRIPSI-LAMA
                   STRING "MASA PENGERJAAN SKRIPSI MELEWATI BATAS. "
                       "HARAP MENGHADAP PEMBIMBING." DELIMITED BY SIZE
                       INTO SURAT-LINE
               ELSE
                   STRING "BATAS MASA STUDI (CALON DROP OUT). HARAP "
                       "MENGHADAP DEKAN." DELIMITED BY SIZE
                       INTO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           WRITE SURAT-LINE.
               " STATUS " DELIMITED BY SIZE
               KODE-S DELIMITED BY SIZE
               INTO LAP2-LINE.
           IF SKR-S = 'Y'
               MOVE "SKRIPSI" TO LAP2-LINE (41:7).
           WRITE LAP2-LINE.
           IF KODE-S = 'P'
               ADD 1 TO TOTAL-KELAS-P

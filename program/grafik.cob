       77 BARIS-HALAMAN pic 9(3).
       77 MAKS-BARIS pic 9(3) VALUE 40.
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'GRAFIK'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====GRAFIK DISTRIBUSI IPK PER KELAS=====".
               INTO LAP-LINE.
           PERFORM TULIS-BARIS.
           CLOSE LAPORAN.
           MOVE 'GRAFIK.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-FILTER TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE MHS.
           DISPLAY "GRAFIK TERCETAK KE GRAFIK.LIS.".
           STOP RUN.

       77 AUDIT-AKSI pic X(10).
       77 KELAS-LAMA pic X(5).
       77 SEMESTER-LAMA pic X(6).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'ANTRI'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           DISPLAY "=====DAFTAR TUNGGU KELAS=====".
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'ANTRI.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "LAPORAN TERCETAK KE ANTRI.LIS.".
           GO TO PILIH-MENU.


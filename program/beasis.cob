       77 UANG-ED pic Z(8)9.
       77 UANG-ED2 pic Z(10)9.
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'BEASIS'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
                   THRU CETAK-SUMBER-AKHIR.
           CLOSE TAGIHAN.
           CLOSE LAPCETAK.
           MOVE 'BEASUM.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "LAPORAN TERCETAK KE BEASUM.LIS.".
           GO TO PILIH-MENU.


       77 UANG-ED pic Z(8)9.
       77 UANG-ED2 pic Z(10)9.
       77 TGL-JALAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'RESTITU'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           DISPLAY "=====RESTITUSI BIAYA KULIAH=====".
               INTO VCH-LINE.
           WRITE VCH-LINE.
           CLOSE VOUCHER.
           MOVE 'RESTITUSI.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
       CETAK-VOUCHER-SELESAI.
           EXIT.

               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'RESTREG.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE RESTFILE.
           DISPLAY "REGISTER TERCETAK KE RESTREG.LIS.".
           GO TO PILIH-MENU.

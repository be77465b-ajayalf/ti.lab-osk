       77 JUMLAH-SEMUA pic 9(11).
       77 UANG-ED2 pic Z(10)9.
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'BANKEXP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====EKSPOR TAGIHAN KE BANK (VIRTUAL ACCOUNT)"
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'BANKEXP.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY " ".
           DISPLAY "REKOD DIEKSPOR KE VA.TXT : " TOTAL-REKOD.
           DISPLAY "TRANSMITTAL TERCETAK KE BANKEXP.LIS.".

       77 JUMLAH-SEMUA pic 9(11).
       77 UANG-ED pic Z(8)9.
       77 UANG-ED2 pic Z(10)9.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'KASIR'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====LAPORAN TUTUP KASIR HARIAN=====".
                   THRU CETAK-KASIR-AKHIR.
           CLOSE KWFILE.
           CLOSE LAPCETAK.
           MOVE 'KASIR.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "LAPORAN TERCETAK KE KASIR.LIS.".
           STOP RUN.


           02 SIMPAN-NAMA pic X(23).
           02 SIMPAN-KELAS pic X(5).
           02 SIMPAN-IPK pic 9V99.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'ACT4'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
           CLOSE MHS.
           IF CETAK-LAP
               CLOSE LAPCETAK
               MOVE 'LAPORAN.LIS' TO ARSIP-NAMA
               MOVE OPERATOR-ID TO ARSIP-OPERATOR
               CALL "SIMPLAP" USING ARSIP-LAP
               DISPLAY (10, 5) "LAPORAN TERCETAK KE LAPORAN.LIS.".
           DISPLAY (23, 5) "INGIN KEMBALI KE MENU? (Y/T) : ".
           ACCEPT (23, 38) ISI-LAGI.
           DISPLAY "TOTAL SELURUH MAHASISWA : " TOTAL-SEMUA.
           IF CETAK-LAP
               CLOSE LAPCETAK
               MOVE 'LAPORAN.LIS' TO ARSIP-NAMA
               MOVE OPERATOR-ID TO ARSIP-OPERATOR
               CALL "SIMPLAP" USING ARSIP-LAP
               DISPLAY (10, 5) "LAPORAN TERCETAK KE LAPORAN.LIS.".
           CLOSE MHS.
           DISPLAY (23, 5) "INGIN KEMBALI KE MENU? (Y/T) : ".

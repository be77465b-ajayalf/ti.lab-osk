       77 ADA-BIO pic X.
       77 TOTAL-SEMUA pic 9(4).
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'BIODATA'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'BIOEXC.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE MHS.
           IF ADA-BIO = "Y"
               CLOSE BIOFILE.

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-A
           FILE STATUS IS STATUS-ALUMNI.
           SELECT BEBASF ASSIGN TO BEBAS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEBAS-KUNCI
           FILE STATUS IS STATUS-BEBAS.
           SELECT IJCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CTL.
           02 SKS-A pic 9(3).
           02 TGL-LULUS-A pic X(8).
           02 PEKERJAAN-A pic X(25).
       FD BEBASF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBEBAS.
       01 RECBEBAS.
           02 BEBAS-KUNCI.
               03 NPM-BB pic X(14).
               03 UNIT-BB pic X.
           02 STATUS-BB pic X.
           02 TGL-BB pic X(8).
           02 OPR-BB pic X(10).
           02 KET-BB pic X(30).
       FD IJCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'IJAZAH.CTL'
       77 STATUS-LAPCETAK pic XX.
       77 IJ-FILENAME pic X(30) VALUE 'IJAZAH.TXT'.
       77 ALUMNI-FILENAME pic X(30) VALUE 'ALUMNI.TXT'.
       77 STATUS-BEBAS pic XX.
       77 BEBAS-FILENAME pic X(30) VALUE 'BEBAS.TXT'.
       01 UNIT-DAFTAR.
           02 FILLER pic X(14) VALUE 'KKEUANGAN'.
           02 FILLER pic X(14) VALUE 'PPERPUSTAKAAN'.
           02 FILLER pic X(14) VALUE 'LLABORATORIUM'.
           02 FILLER pic X(14) VALUE 'SSKRIPSI'.
           02 FILLER pic X(14) VALUE 'DDOSEN WALI'.
       01 UNIT-DAFTAR-R REDEFINES UNIT-DAFTAR.
           02 UNIT-BARIS OCCURS 5 TIMES.
               03 UNIT-KODE pic X.
               03 UNIT-NAMA pic X(13).
       77 ADA-BEBAS-YA pic X.
           88 ADA-BEBAS VALUE 'Y'.
       77 BEBAS-LENGKAP-YA pic X.
           88 BEBAS-LENGKAP VALUE 'Y'.
       77 K-UNIT pic 9.
       77 NPM-BEBAS pic X(14).
       77 KURANG-TEKS pic X(70).
       77 PTR-KURANG pic 9(3).
       01 IJ-O.
           02 NPM-IO pic X(14).
           02 NOMOR-IO pic 9(8).
       77 NOMOR-BARU pic 9(8).
       77 TOTAL-SEMUA pic 9(4).
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'IJAZAH'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
               DISPLAY "FILE IJAZAH GAGAL DIBUKA, STATUS = " STATUS-IJ
               CLOSE ALUMNI
               GO TO PILIH-MENU.
           OPEN INPUT BEBASF.
           IF STATUS-BEBAS = "00"
               MOVE 'Y' TO ADA-BEBAS-YA
           ELSE
               MOVE 'T' TO ADA-BEBAS-YA.
       MULAI.
           DISPLAY "NPM LULUSAN : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           DISPLAY "IJAZAH SUDAH TERDAFTAR, NOMOR " NOMOR-I ".".
           GO TO MULAI-LAGI.
       MULAI-DAFTAR.
           MOVE NPM-CARI TO NPM-BEBAS.
           PERFORM CEK-BEBAS THRU CEK-BEBAS-SELESAI.
           IF NOT BEBAS-LENGKAP
               DISPLAY "NPM " NPM-CARI " BELUM BEBAS TANGGUNGAN, "
                   "IJAZAH TIDAK DITERBITKAN."
               DISPLAY "BELUM BEBAS : " KURANG-TEKS
               GO TO MULAI-LAGI.
           PERFORM AMBIL-NOMOR THRU AMBIL-NOMOR-SELESAI.
           MOVE NPM-CARI TO NPM-I.
           MOVE NOMOR-BARU TO NOMOR-I.
           IF LAGI GO TO MULAI.
           CLOSE ALUMNI.
           CLOSE IJFILE.
           IF ADA-BEBAS
               CLOSE BEBASF.
           GO TO PILIH-MENU.

       CEK-BEBAS.
           MOVE 'Y' TO BEBAS-LENGKAP-YA.
           MOVE SPACES TO KURANG-TEKS.
           MOVE 1 TO PTR-KURANG.
           MOVE 0 TO K-UNIT.
       CEK-BEBAS-UNIT.
           ADD 1 TO K-UNIT.
           IF K-UNIT > 5
               GO TO CEK-BEBAS-AKHIR.
           MOVE 'B' TO STATUS-BB.
           IF NOT ADA-BEBAS
               GO TO CEK-BEBAS-KURANG.
           MOVE NPM-BEBAS TO NPM-BB.
           MOVE UNIT-KODE (K-UNIT) TO UNIT-BB.
           READ BEBASF
               INVALID KEY MOVE 'B' TO STATUS-BB.
           IF STATUS-BB = 'Y'
               GO TO CEK-BEBAS-UNIT.
       CEK-BEBAS-KURANG.
           MOVE 'T' TO BEBAS-LENGKAP-YA.
           STRING UNIT-NAMA (K-UNIT) DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               INTO KURANG-TEKS WITH POINTER PTR-KURANG.
           GO TO CEK-BEBAS-UNIT.
       CEK-BEBAS-AKHIR.
           IF PTR-KURANG > 2
               MOVE SPACES TO KURANG-TEKS (PTR-KURANG - 2:2).
       CEK-BEBAS-SELESAI.
           EXIT.

       AMBIL-NOMOR.
           MOVE 0 TO NOMOR-BARU.
           OPEN INPUT IJCTL.
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'IJSERAH.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE IJFILE.
           IF ADA-ALUMNI
               CLOSE ALUMNI.

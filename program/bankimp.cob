           SELECT BANKEXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-EXC.
           SELECT BANKPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-POS.
           SELECT BLOKIRF ASSIGN TO BLOKIR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BL
           FILE STATUS IS STATUS-BLOKIR.
       DATA DIVISION.
       FILE SECTION.
       FD TAGIHAN
           VALUE OF FILE-ID IS 'BANKEXC.LIS'
           DATA RECORD IS EXC-LINE.
       01 EXC-LINE pic X(80).
       FD BANKPOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BANKPOS.TXT'
           DATA RECORD IS RECPOS.
       01 RECPOS.
           02 NPM-PS pic X(14).
           02 SEMESTER-PS pic X(6).
           02 TANGGAL-PS pic X(8).
           02 TANGGAL-B-PS pic X(8).
           02 JUMLAH-PS pic 9(9).
       FD BLOKIRF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBLOKIR.
       01 RECBLOKIR.
           02 NPM-BL pic X(14).
           02 JENIS-BL pic X.
           02 ALASAN-BL pic X(30).
           02 TANGGAL-BL pic X(8).
           02 OLEH-BL pic X(10).
           02 SEMESTER-BL pic X(6).
       WORKING-STORAGE SECTION.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-BANK pic XX.
       77 TOTAL-TANPA pic 9(4).
       77 TOTAL-LEBIH pic 9(4).
       77 TOTAL-RUSAK pic 9(4).
       77 STATUS-BLOKIR pic XX.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 ADA-BLOKIR-YA pic X.
           88 ADA-BLOKIR VALUE 'Y'.
       77 NPM-LEPAS pic X(14).
       77 TOTAL-LEPAS pic 9(4).
       77 STATUS-POS pic XX.
       77 TGL-JALAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'BANKIMP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====IMPOR PEMBAYARAN BANK=====".
               DISPLAY "FILE BANK.TXT TIDAK DITEMUKAN."
               CLOSE TAGIHAN
               STOP RUN.
           OPEN EXTEND BANKPOS.
           IF STATUS-POS = "35"
               OPEN OUTPUT BANKPOS.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           OPEN OUTPUT BANKEXC.
           MOVE SPACES TO EXC-LINE.
           STRING "LAPORAN PENGECUALIAN IMPOR BANK SEMESTER "
           MOVE 0 TO TOTAL-TANPA.
           MOVE 0 TO TOTAL-LEBIH.
           MOVE 0 TO TOTAL-RUSAK.
           MOVE 0 TO TOTAL-LEPAS.
       BACA.
           READ BANKIN
               AT END GO TO TUTUP.
                   PERFORM TULIS-EXC-RUSAK
                   GO TO BACA.
           ADD 1 TO TOTAL-POS.
           MOVE NPM-B TO NPM-PS.
           MOVE SEMESTER-PILIH TO SEMESTER-PS.
           MOVE TGL-JALAN TO TANGGAL-PS.
           MOVE TANGGAL-B TO TANGGAL-B-PS.
           MOVE JUMLAH-B TO JUMLAH-PS.
           WRITE RECPOS.
           PERFORM LEPAS-BLOKIR THRU LEPAS-BLOKIR-SELESAI.
           GO TO BACA.

       TULIS-EXC-TANPA.
           CLOSE TAGIHAN.
           CLOSE BANKIN.
           CLOSE BANKEXC.
           MOVE 'BANKEXC.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE BANKPOS.
           DISPLAY " ".
           DISPLAY "PEMBAYARAN DIPOSKAN     : " TOTAL-POS.
           DISPLAY "TANPA TAGIHAN           : " TOTAL-TANPA.
           DISPLAY "MELEBIHI SISA           : " TOTAL-LEBIH.
           DISPLAY "BARIS TIDAK SAH         : " TOTAL-RUSAK.
           DISPLAY "BLOKIR KEUANGAN DILEPAS : " TOTAL-LEPAS.
           DISPLAY "PENGECUALIAN DITULIS KE BANKEXC.LIS.".
           STOP RUN.

       LEPAS-BLOKIR.
           IF BAYAR-G < TAGIHAN-G
               GO TO LEPAS-BLOKIR-SELESAI.
           OPEN I-O BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               GO TO LEPAS-BLOKIR-SELESAI.
           MOVE NPM-G TO NPM-BL.
           READ BLOKIRF
               INVALID KEY
                   CLOSE BLOKIRF
                   GO TO LEPAS-BLOKIR-SELESAI.
           IF JENIS-BL NOT = 'K'
               CLOSE BLOKIRF
               GO TO LEPAS-BLOKIR-SELESAI.
           MOVE NPM-G TO NPM-LEPAS.
           MOVE SPACES TO SEMESTER-G.
           START TAGIHAN KEY NOT < TAGIHAN-KUNCI
               INVALID KEY GO TO LEPAS-BLOKIR-HAPUS.
       LEPAS-BLOKIR-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO LEPAS-BLOKIR-HAPUS.
           IF NPM-G NOT = NPM-LEPAS
               GO TO LEPAS-BLOKIR-HAPUS.
           IF BAYAR-G < TAGIHAN-G
               CLOSE BLOKIRF
               GO TO LEPAS-BLOKIR-SELESAI.
           GO TO LEPAS-BLOKIR-BACA.
       LEPAS-BLOKIR-HAPUS.
           DELETE BLOKIRF RECORD
               INVALID KEY
                   CLOSE BLOKIRF
                   GO TO LEPAS-BLOKIR-SELESAI.
           CLOSE BLOKIRF.
           ADD 1 TO TOTAL-LEPAS.
       LEPAS-BLOKIR-SELESAI.
           EXIT.

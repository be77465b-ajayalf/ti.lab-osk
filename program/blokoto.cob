       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOKOTO.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
           SELECT BLOKIRF ASSIGN TO BLOKIR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BL
           FILE STATUS IS STATUS-BLOKIR.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD TAGIHAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTAGIHAN.
       01 RECTAGIHAN.
           02 TAGIHAN-KUNCI.
               03 NPM-G pic X(14).
               03 SEMESTER-G pic X(6).
           02 KELAS-G pic X(5).
           02 TAGIHAN-G pic 9(9).
           02 BAYAR-G pic 9(9).
           02 POTONGAN-G pic 9(9).
           02 SUMBER-G pic X(15).
           02 CICIL-JUMLAH-G pic 9.
           02 CICIL-G OCCURS 3 TIMES.
               03 TEMPO-G pic X(8).
               03 JUMLAH-CG pic 9(9).
               03 DENDA-CG pic X.
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
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BLOKIR.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-BLOKIR pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-AUDIT pic XX.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 OPERATOR-ID pic X(10).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 BATAS-HARI pic 9(3).
       77 HARI-MASUK pic X(3).
       77 HARI-KERJA pic X(3).
       01 TGL-HARI.
           02 THN-H pic 9(4).
           02 BLN-H pic 9(2).
           02 HARI-H pic 9(2).
       01 TGL-TEMPO.
           02 THN-T2 pic 9(4).
           02 BLN-T2 pic 9(2).
           02 HARI-T2 pic 9(2).
       77 HARI-LEWAT pic S9(5).
       77 HARI-ED pic ZZZZ9.
       77 I pic 9.
       77 KUMULATIF pic 9(9).
       77 NPM-PROSES pic X(14).
       77 SISA-NPM pic 9(11).
       77 TELAT-YA pic X.
           88 TELAT VALUE 'Y'.
       77 SEMESTER-TELAT pic X(6).
       77 CICIL-TELAT pic 9.
       77 HARI-TELAT pic S9(5).
       77 ADA-BLOKIR-YA pic X.
           88 ADA-BLOKIR VALUE 'Y'.
       77 UANG-ED2 pic Z(10)9.
       77 TOTAL-PASANG pic 9(5).
       77 TOTAL-LEPAS pic 9(5).
       77 TOTAL-TETAP pic 9(5).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'BLOKOTO'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====PROSES BLOKIR TUNGGAKAN OTOMATIS=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           PERFORM TERIMA-HARI THRU TERIMA-HARI-SELESAI.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               DISPLAY "FILE TAGIHAN.TXT TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN I-O BLOKIRF.
           IF STATUS-BLOKIR = "35"
               OPEN OUTPUT BLOKIRF
               CLOSE BLOKIRF
               OPEN I-O BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               DISPLAY "FILE BLOKIR GAGAL DIBUKA, STATUS = "
                   STATUS-BLOKIR
               CLOSE TAGIHAN
               MOVE 8 TO RETURN-CODE
               GOBACK.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "PROSES BLOKIR TUNGGAKAN  TANGGAL : "
               DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               "  BATAS " DELIMITED BY SIZE
               BATAS-HARI DELIMITED BY SIZE
               " HARI" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO TOTAL-PASANG.
           MOVE 0 TO TOTAL-LEPAS.
           MOVE 0 TO TOTAL-TETAP.
           MOVE SPACES TO NPM-PROSES.
           MOVE 0 TO SISA-NPM.
           MOVE 'T' TO TELAT-YA.
       BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO TUTUP.
           IF NPM-G NOT = NPM-PROSES
               PERFORM PROSES-NPM THRU PROSES-NPM-SELESAI
               MOVE NPM-G TO NPM-PROSES
               MOVE 0 TO SISA-NPM
               MOVE 'T' TO TELAT-YA.
           IF BAYAR-G NOT < TAGIHAN-G
               GO TO BACA.
           COMPUTE SISA-NPM = SISA-NPM + TAGIHAN-G - BAYAR-G.
           IF TELAT
               GO TO BACA.
           PERFORM HITUNG-LEWAT THRU HITUNG-LEWAT-SELESAI.
           IF HARI-LEWAT > BATAS-HARI
               MOVE 'Y' TO TELAT-YA
               MOVE SEMESTER-G TO SEMESTER-TELAT
               MOVE I TO CICIL-TELAT
               MOVE HARI-LEWAT TO HARI-TELAT.
           GO TO BACA.

       PROSES-NPM.
           IF NPM-PROSES = SPACES
               GO TO PROSES-NPM-SELESAI.
           MOVE 'Y' TO ADA-BLOKIR-YA.
           MOVE NPM-PROSES TO NPM-BL.
           READ BLOKIRF
               INVALID KEY MOVE 'T' TO ADA-BLOKIR-YA.
           IF TELAT AND NOT ADA-BLOKIR
               GO TO PROSES-NPM-PASANG.
           IF ADA-BLOKIR AND JENIS-BL = 'K' AND SISA-NPM = 0
               GO TO PROSES-NPM-LEPAS.
           IF ADA-BLOKIR
               ADD 1 TO TOTAL-TETAP.
           GO TO PROSES-NPM-SELESAI.
       PROSES-NPM-PASANG.
           MOVE HARI-TELAT TO HARI-ED.
           MOVE NPM-PROSES TO NPM-BL.
           MOVE 'K' TO JENIS-BL.
           MOVE SPACES TO ALASAN-BL.
           STRING "CICILAN " DELIMITED BY SIZE
               CICIL-TELAT DELIMITED BY SIZE
               " LEWAT TEMPO " DELIMITED BY SIZE
               HARI-ED DELIMITED BY SIZE
               " HARI" DELIMITED BY SIZE
               INTO ALASAN-BL.
           MOVE TGL-HARI TO TANGGAL-BL.
           MOVE OPERATOR-ID TO OLEH-BL.
           MOVE SEMESTER-TELAT TO SEMESTER-BL.
           WRITE RECBLOKIR
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN BLOKIR " NPM-PROSES
                   GO TO PROSES-NPM-SELESAI.
           ADD 1 TO TOTAL-PASANG.
           MOVE SISA-NPM TO UANG-ED2.
           MOVE SPACES TO LAP2-LINE.
           STRING "PASANG " DELIMITED BY SIZE
               NPM-PROSES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SEMESTER-TELAT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALASAN-BL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UANG-ED2 DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "BLOKIR" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO PROSES-NPM-SELESAI.
       PROSES-NPM-LEPAS.
           MOVE SEMESTER-BL TO SEMESTER-TELAT.
           DELETE BLOKIRF
               INVALID KEY
                   DISPLAY "GAGAL MELEPAS BLOKIR " NPM-PROSES
                   GO TO PROSES-NPM-SELESAI.
           ADD 1 TO TOTAL-LEPAS.
           MOVE SPACES TO LAP2-LINE.
           STRING "LEPAS  " DELIMITED BY SIZE
               NPM-PROSES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SEMESTER-TELAT DELIMITED BY SIZE
               " TUNGGAKAN SUDAH LUNAS" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "LEPAS" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       PROSES-NPM-SELESAI.
           EXIT.

       HITUNG-LEWAT.
           MOVE 0 TO HARI-LEWAT.
           IF CICIL-JUMLAH-G = 0
               GO TO HITUNG-LEWAT-SELESAI.
           MOVE 0 TO I.
           MOVE 0 TO KUMULATIF.
       HITUNG-LEWAT-CICIL.
           ADD 1 TO I.
           IF I > CICIL-JUMLAH-G
               GO TO HITUNG-LEWAT-SELESAI.
           ADD JUMLAH-CG (I) TO KUMULATIF.
           IF BAYAR-G NOT < KUMULATIF
               GO TO HITUNG-LEWAT-CICIL.
           IF TEMPO-G (I) IS NOT NUMERIC
               GO TO HITUNG-LEWAT-SELESAI.
           MOVE TEMPO-G (I) TO TGL-TEMPO.
           COMPUTE HARI-LEWAT = (THN-H - THN-T2) * 360
               + (BLN-H - BLN-T2) * 30
               + (HARI-H - HARI-T2).
       HITUNG-LEWAT-SELESAI.
           EXIT.

       TERIMA-HARI.
           DISPLAY "BATAS HARI LEWAT TEMPO (KOSONGKAN = 30) : "
               WITH NO ADVANCING.
           ACCEPT HARI-MASUK.
           IF HARI-MASUK = SPACES
               MOVE 30 TO BATAS-HARI
               GO TO TERIMA-HARI-SELESAI.
           MOVE HARI-MASUK TO HARI-KERJA.
           IF HARI-KERJA (2:2) = SPACES
               MOVE "00" TO HARI-KERJA (1:2)
               MOVE HARI-MASUK (1:1) TO HARI-KERJA (3:1).
           IF HARI-KERJA (3:1) = SPACE
               MOVE "0" TO HARI-KERJA (1:1)
               MOVE HARI-MASUK (1:2) TO HARI-KERJA (2:2).
           IF HARI-KERJA IS NOT NUMERIC
               DISPLAY "BATAS HARI HARUS ANGKA, ULANGI."
               GO TO TERIMA-HARI.
           MOVE HARI-KERJA TO BATAS-HARI.
       TERIMA-HARI-SELESAI.
           EXIT.

       CATAT-AUDIT.
           ACCEPT AUDIT-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AUDIT-JAM FROM TIME.
           OPEN EXTEND AUDITLOG.
           IF STATUS-AUDIT = "35"
               OPEN OUTPUT AUDITLOG.
           MOVE SPACES TO AUDIT-LINE.
           STRING AUDIT-TANGGAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-JAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-AKSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-PROSES DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SEMESTER-TELAT DELIMITED BY SPACE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       TUTUP.
           PERFORM PROSES-NPM THRU PROSES-NPM-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "DIPASANG : " DELIMITED BY SIZE
               TOTAL-PASANG DELIMITED BY SIZE
               "   DILEPAS : " DELIMITED BY SIZE
               TOTAL-LEPAS DELIMITED BY SIZE
               "   TETAP : " DELIMITED BY SIZE
               TOTAL-TETAP DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE TAGIHAN.
           CLOSE BLOKIRF.
           CLOSE LAPCETAK.
           MOVE 'BLOKIR.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY " ".
           DISPLAY "BLOKIR DIPASANG : " TOTAL-PASANG.
           DISPLAY "BLOKIR DILEPAS  : " TOTAL-LEPAS.
           DISPLAY "BLOKIR TETAP    : " TOTAL-TETAP.
           DISPLAY "DAFTAR TERCETAK KE BLOKIR.LIS.".
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUESIMP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORIN ASSIGN TO IMPOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-IMPOR.
           SELECT IMPOREXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-EXC.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
           SELECT EVALMK ASSIGN TO EVAL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-KUNCI
           FILE STATUS IS STATUS-EVAL.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD IMPORIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECIMPOR.
       01 RECIMPOR.
           02 NPM-Q pic X(14).
           02 SEMESTER-Q pic X(6).
           02 KODE-MK-Q pic X(8).
           02 SKOR-Q pic X OCCURS 10 TIMES.
       FD IMPOREXC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KUESIMP.LIS'
           DATA RECORD IS EXC-LINE.
       01 EXC-LINE pic X(80).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
       FD EVALMK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECEVAL.
       01 RECEVAL.
           02 EV-KUNCI.
               03 KODE-MK-EV pic X(8).
               03 SEMESTER-EV pic X(6).
               03 NPM-EV pic X(14).
           02 SKOR-EV pic 9 OCCURS 10 TIMES.
           02 TGL-EV pic X(8).
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-IMPOR pic XX.
       77 STATUS-EXC pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-EVAL pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 IMPOR-FILENAME pic X(30) VALUE 'KUESIONER.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 EVAL-FILENAME pic X(30) VALUE 'EVALMK.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 NAMA-MASUK pic X(30).
       77 J pic 99.
       77 JML-JAWAB pic 99.
       77 SKOR-SAH-YA pic X.
           88 SKOR-SAH VALUE 'Y'.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 ALASAN-EXC pic X(30).
       77 TOTAL-BARIS pic 9(5).
       77 TOTAL-SIMPAN pic 9(5).
       77 TOTAL-GANDA pic 9(5).
       77 TOTAL-SALAH pic 9(5).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 AUDIT-KET pic X(38).
       77 TGL-HARI pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'KUESIMP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
       MASUK.
           DISPLAY "=====IMPOR KUESIONER EVALUASI PERKULIAHAN=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           DISPLAY "KATA SANDI  : " WITH NO ADVANCING.
           ACCEPT SANDI-MASUK.
           PERFORM CEK-OPERATOR THRU CEK-OPERATOR-SELESAI.
           IF OPERATOR-LEVEL > 1
               GO TO MULAI.
           IF OPERATOR-LEVEL = 1
               DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGIMPOR KUESIONER."
               STOP RUN.
           ADD 1 TO GAGAL-MASUK.
           IF GAGAL-MASUK < 3
               DISPLAY "ID ATAU SANDI SALAH, ULANGI."
               GO TO MASUK.
           DISPLAY "TIGA KALI GAGAL, PROGRAM BERHENTI.".
           STOP RUN.
       MULAI.
           DISPLAY "NAMA FILE KUESIONER (KOSONGKAN = KUESIONER.TXT) : "
               WITH NO ADVANCING.
           ACCEPT NAMA-MASUK.
           IF NAMA-MASUK NOT = SPACES
               MOVE NAMA-MASUK TO IMPOR-FILENAME.
           OPEN INPUT IMPORIN.
           IF STATUS-IMPOR NOT = "00"
               DISPLAY "FILE " IMPOR-FILENAME " TIDAK DITEMUKAN."
               STOP RUN.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               DISPLAY "FILE KRS.TXT TIDAK DITEMUKAN."
               CLOSE IMPORIN
               STOP RUN.
           OPEN I-O EVALMK.
           IF STATUS-EVAL = "35"
               OPEN OUTPUT EVALMK
               CLOSE EVALMK
               OPEN I-O EVALMK.
           IF STATUS-EVAL NOT = "00"
               DISPLAY "FILE EVALUASI GAGAL DIBUKA, STATUS = "
                   STATUS-EVAL
               CLOSE IMPORIN
               CLOSE KRSFILE
               STOP RUN.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           OPEN OUTPUT IMPOREXC.
           MOVE SPACES TO EXC-LINE.
           STRING "LAPORAN PENGECUALIAN IMPOR KUESIONER "
               DELIMITED BY SIZE
               IMPOR-FILENAME DELIMITED BY SPACE
               " TANGGAL " DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
           MOVE 0 TO TOTAL-BARIS.
           MOVE 0 TO TOTAL-SIMPAN.
           MOVE 0 TO TOTAL-GANDA.
           MOVE 0 TO TOTAL-SALAH.
       BACA.
           READ IMPORIN
               AT END GO TO TUTUP.
           IF RECIMPOR = SPACES
               GO TO BACA.
           ADD 1 TO TOTAL-BARIS.
           IF NPM-Q = SPACES
               MOVE "NPM KOSONG" TO ALASAN-EXC
               GO TO BACA-SALAH.
           IF SEMESTER-Q = SPACES OR KODE-MK-Q = SPACES
               MOVE "SEMESTER/KODE MK KOSONG" TO ALASAN-EXC
               GO TO BACA-SALAH.
           MOVE NPM-Q TO NPM-K.
           MOVE SEMESTER-Q TO SEMESTER-K.
           MOVE KODE-MK-Q TO KODE-MK-K.
           READ KRSFILE
               INVALID KEY
                   MOVE "TIDAK ADA KRS MATA KULIAH INI" TO ALASAN-EXC
                   GO TO BACA-SALAH.
           PERFORM CEK-SKOR THRU CEK-SKOR-SELESAI.
           IF NOT SKOR-SAH
               MOVE "ISIAN SKOR TIDAK SAH" TO ALASAN-EXC
               GO TO BACA-SALAH.
           IF JML-JAWAB = 0
               MOVE "KUESIONER TIDAK DIISI" TO ALASAN-EXC
               GO TO BACA-SALAH.
           MOVE KODE-MK-Q TO KODE-MK-EV.
           MOVE SEMESTER-Q TO SEMESTER-EV.
           MOVE NPM-Q TO NPM-EV.
           MOVE TGL-HARI TO TGL-EV.
           WRITE RECEVAL
               INVALID KEY GO TO BACA-GANDA.
           ADD 1 TO TOTAL-SIMPAN.
           GO TO BACA.
       BACA-GANDA.
           ADD 1 TO TOTAL-GANDA.
           MOVE "RESPONS GANDA, SUDAH TERCATAT" TO ALASAN-EXC.
       BACA-SALAH.
           ADD 1 TO TOTAL-SALAH.
           MOVE SPACES TO EXC-LINE.
           STRING NPM-Q DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SEMESTER-Q DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KODE-MK-Q DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALASAN-EXC DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
           GO TO BACA.

       TUTUP.
           CLOSE IMPORIN.
           CLOSE KRSFILE.
           CLOSE EVALMK.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           STRING "BARIS " DELIMITED BY SIZE
               TOTAL-BARIS DELIMITED BY SIZE
               "  DISIMPAN " DELIMITED BY SIZE
               TOTAL-SIMPAN DELIMITED BY SIZE
               "  GANDA " DELIMITED BY SIZE
               TOTAL-GANDA DELIMITED BY SIZE
               "  DITOLAK " DELIMITED BY SIZE
               TOTAL-SALAH DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
           CLOSE IMPOREXC.
           MOVE 'KUESIMP.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           MOVE SPACES TO AUDIT-KET.
           STRING "S" DELIMITED BY SIZE
               TOTAL-SIMPAN DELIMITED BY SIZE
               " X" DELIMITED BY SIZE
               TOTAL-SALAH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMPOR-FILENAME DELIMITED BY SPACE
               INTO AUDIT-KET.
           MOVE "IMPORKUES" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY " ".
           DISPLAY "BARIS KUESIONER         : " TOTAL-BARIS.
           DISPLAY "RESPONS DISIMPAN        : " TOTAL-SIMPAN.
           DISPLAY "RESPONS GANDA           : " TOTAL-GANDA.
           DISPLAY "DITOLAK (TERMASUK GANDA): " TOTAL-SALAH.
           DISPLAY "PENGECUALIAN DITULIS KE KUESIMP.LIS.".
           STOP RUN.

       CEK-SKOR.
           MOVE 'Y' TO SKOR-SAH-YA.
           MOVE 0 TO JML-JAWAB.
           MOVE 0 TO J.
       CEK-SKOR-ULANG.
           ADD 1 TO J.
           IF J > 10
               GO TO CEK-SKOR-SELESAI.
           IF SKOR-Q (J) = SPACE
               MOVE 0 TO SKOR-EV (J)
               GO TO CEK-SKOR-ULANG.
           IF SKOR-Q (J) < '1' OR SKOR-Q (J) > '5'
               MOVE 'T' TO SKOR-SAH-YA
               GO TO CEK-SKOR-SELESAI.
           MOVE SKOR-Q (J) TO SKOR-EV (J).
           ADD 1 TO JML-JAWAB.
           GO TO CEK-SKOR-ULANG.
       CEK-SKOR-SELESAI.
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
               AUDIT-KET DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       CEK-OPERATOR.
           MOVE 0 TO OPERATOR-LEVEL.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR = "35"
               DISPLAY "FILE OPERATOR TIDAK ADA, AKSES PENUH."
               MOVE 3 TO OPERATOR-LEVEL
               GO TO CEK-OPERATOR-SELESAI.
           IF STATUS-OPR NOT = "00"
               DISPLAY "FILE OPERATOR GAGAL DIBUKA, STATUS = "
                   STATUS-OPR
               GO TO CEK-OPERATOR-SELESAI.
           MOVE OPERATOR-ID TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   CLOSE OPRFILE
                   GO TO CEK-OPERATOR-SELESAI.
           IF OPR-SANDI = SANDI-MASUK
               MOVE OPR-LEVEL TO OPERATOR-LEVEL.
           CLOSE OPRFILE.
       CEK-OPERATOR-SELESAI.
           EXIT.

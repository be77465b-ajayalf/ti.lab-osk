       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFKRM.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFQ ASSIGN TO NOTIF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-KUNCI
           ALTERNATE RECORD KEY IS NO-NT
           FILE STATUS IS STATUS-NOTIF.
           SELECT GATEWAY ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-GATEWAY.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFQ
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNOTIF.
       01 RECNOTIF.
           02 NOTIF-KUNCI.
               03 JENIS-NT pic X.
               03 REF-NT pic X(30).
               03 TUJUAN-NT pic X.
               03 KANAL-NT pic X.
           02 NO-NT pic 9(8).
           02 NPM-NT pic X(14).
           02 NAMA-NT pic X(23).
           02 ALAMAT-NT pic X(40).
           02 PESAN-NT pic X(160).
           02 STATUS-NT pic X.
           02 TGL-BUAT-NT pic X(8).
           02 TGL-KIRIM-NT pic X(8).
           02 KET-NT pic X(20).
       FD GATEWAY
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GATEWAY.TXT'
           DATA RECORD IS GW-LINE.
       01 GW-LINE pic X(230).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NOTIFKRM.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-NOTIF pic XX.
       77 STATUS-GATEWAY pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-AUDIT pic XX.
       77 NOTIF-FILENAME pic X(30) VALUE 'NOTIF.TXT'.
       77 OPERATOR-ID pic X(10).
       77 TGL-HARI pic X(8).
       77 KANAL-TEKS pic X(5).
       77 NO-ED pic Z(7)9.
       77 TOTAL-KIRIM pic 9(5).
       77 TOTAL-GAGAL pic 9(5).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'NOTIFKRM'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====EKSPOR NOTIFIKASI KE GATEWAY=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           OPEN I-O NOTIFQ.
           IF STATUS-NOTIF NOT = "00"
               DISPLAY "BELUM ADA ANTREAN NOTIFIKASI."
               GOBACK.
           OPEN EXTEND GATEWAY.
           IF STATUS-GATEWAY = "35"
               OPEN OUTPUT GATEWAY.
           IF STATUS-GATEWAY NOT = "00"
               DISPLAY "FILE GATEWAY.TXT GAGAL DIBUKA, STATUS = "
                   STATUS-GATEWAY
               CLOSE NOTIFQ
               MOVE 8 TO RETURN-CODE
               GOBACK.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-KIRIM.
           MOVE 0 TO TOTAL-GAGAL.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "EKSPOR NOTIFIKASI KE GATEWAY  TANGGAL : "
               DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       BACA.
           READ NOTIFQ NEXT RECORD
               AT END GO TO TUTUP.
           IF STATUS-NT NOT = 'B'
               GO TO BACA.
           IF ALAMAT-NT = SPACES
               MOVE 'G' TO STATUS-NT
               MOVE "TIDAK ADA ALAMAT" TO KET-NT
               ADD 1 TO TOTAL-GAGAL
               GO TO SIMPAN.
           IF KANAL-NT = 'E'
               MOVE "EMAIL" TO KANAL-TEKS
           ELSE
               MOVE "SMS" TO KANAL-TEKS.
           MOVE SPACES TO GW-LINE.
           STRING NO-NT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               KANAL-TEKS DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               ALAMAT-NT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               PESAN-NT DELIMITED BY SIZE
               INTO GW-LINE.
           WRITE GW-LINE.
           MOVE 'K' TO STATUS-NT.
           MOVE TGL-HARI TO TGL-KIRIM-NT.
           MOVE SPACES TO KET-NT.
           ADD 1 TO TOTAL-KIRIM.
       SIMPAN.
           REWRITE RECNOTIF
               INVALID KEY
                   DISPLAY "GAGAL MENANDAI NOTIFIKASI " NO-NT.
           MOVE NO-NT TO NO-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING NO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JENIS-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TUJUAN-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KANAL-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATUS-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALAMAT-NT DELIMITED BY SIZE
               INTO LAP2-LINE.
           IF STATUS-NT = 'G'
               MOVE KET-NT TO LAP2-LINE (33:20).
           WRITE LAP2-LINE.
           GO TO BACA.
       TUTUP.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "TERKIRIM KE GATEWAY : " DELIMITED BY SIZE
               TOTAL-KIRIM DELIMITED BY SIZE
               "   GAGAL : " DELIMITED BY SIZE
               TOTAL-GAGAL DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'NOTIFKRM.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE GATEWAY.
           CLOSE NOTIFQ.
           MOVE "KIRIMNOTIF" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY " ".
           DISPLAY "TERKIRIM KE GATEWAY : " TOTAL-KIRIM.
           DISPLAY "GAGAL               : " TOTAL-GAGAL.
           DISPLAY "DAFTAR TERCETAK KE NOTIFKRM.LIS.".
           GOBACK.

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
               " KIRIM " DELIMITED BY SIZE
               TOTAL-KIRIM DELIMITED BY SIZE
               " GAGAL " DELIMITED BY SIZE
               TOTAL-GAGAL DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

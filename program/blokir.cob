       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOKIR.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOKIRF ASSIGN TO BLOKIR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BL
           FILE STATUS IS STATUS-BLOKIR.
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
       77 STATUS-BLOKIR pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       01 BLOKIR-O.
           02 NPM-BO pic X(14).
           02 JENIS-BO pic X.
           02 ALASAN-BO pic X(30).
           02 TANGGAL-BO pic X(8).
           02 OLEH-BO pic X(10).
           02 SEMESTER-BO pic X(6).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 TERIMA pic X.
       77 NPM-CARI pic X(14).
       77 SEMESTER-CARI pic X(6).
       77 OPERATOR-ID pic X(10).
       77 SUPER-ID pic X(10).
       77 SUPER-SANDI pic X(10).
       77 SUPER-LEVEL pic 9.
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 AUDIT-OPER pic X(10).
       77 TOTAL-SEMUA pic 9(5).
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           DISPLAY "=====BLOKIR ADMINISTRASI MAHASISWA=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "1. PASANG BLOKIR".
           DISPLAY "2. LEPAS BLOKIR".
           DISPLAY "3. DAFTAR BLOKIR".
           DISPLAY "4. LIHAT BLOKIR MAHASISWA".
           DISPLAY "5. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           PERFORM CEK-SUPER THRU CEK-SUPER-SELESAI.
           IF SUPER-LEVEL < 3
               DISPLAY "BUKAN SUPERVISOR, DITOLAK."
               GO TO PILIH-MENU.
           OPEN I-O BLOKIRF.
           IF STATUS-BLOKIR = "35"
               OPEN OUTPUT BLOKIRF
               CLOSE BLOKIRF
               OPEN I-O BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               DISPLAY "FILE BLOKIR GAGAL DIBUKA, STATUS = "
                   STATUS-BLOKIR
               GO TO PILIH-MENU.
       MULAI.
           INITIALIZE RECBLOKIR.
           DISPLAY "NPM      : " WITH NO ADVANCING.
           ACCEPT NPM-BL.
           IF NPM-BL = SPACES
               DISPLAY "NPM HARUS DIISI, ULANGI."
               GO TO MULAI.
           DISPLAY "JENIS (K=KEUANGAN A=AKADEMIK L=LAINNYA) : "
               WITH NO ADVANCING.
           ACCEPT JENIS-BL.
           IF JENIS-BL = 'k'
               MOVE 'K' TO JENIS-BL.
           IF JENIS-BL = 'a'
               MOVE 'A' TO JENIS-BL.
           IF JENIS-BL = 'l'
               MOVE 'L' TO JENIS-BL.
           IF JENIS-BL NOT = 'K' AND JENIS-BL NOT = 'A'
               AND JENIS-BL NOT = 'L'
                   DISPLAY "JENIS HARUS K, A ATAU L, ULANGI."
                   GO TO MULAI.
           DISPLAY "ALASAN   : " WITH NO ADVANCING.
           ACCEPT ALASAN-BL.
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-BL.
           ACCEPT TANGGAL-BL FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO OLEH-BL.
           WRITE RECBLOKIR
               INVALID KEY
                   DISPLAY "NPM " NPM-BL " SUDAH DIBLOKIR."
                   GO TO MULAI-LAGI.
           MOVE NPM-BL TO NPM-CARI.
           MOVE SEMESTER-BL TO SEMESTER-CARI.
           MOVE "BLOKIR" TO AUDIT-AKSI.
           MOVE OPERATOR-ID TO AUDIT-OPER.
           PERFORM CATAT-AUDIT.
       MULAI-LAGI.
           DISPLAY "ADA DATA LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO MULAI.
           CLOSE BLOKIRF.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           DISPLAY "NPM YANG DILEPAS : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN I-O BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               DISPLAY "BELUM ADA BLOKIR TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE NPM-CARI TO NPM-BL.
           READ BLOKIRF
               INVALID KEY
                   DISPLAY "NPM TIDAK DIBLOKIR."
                   CLOSE BLOKIRF
                   GO TO PILIH-MENU.
           DISPLAY "BLOKIR : " JENIS-BL " " ALASAN-BL.
           DISPLAY "DIPASANG " TANGGAL-BL " OLEH " OLEH-BL.
           DISPLAY "PELEPASAN BLOKIR PERLU OTORISASI LEVEL 9.".
           PERFORM CEK-SUPER THRU CEK-SUPER-SELESAI.
           IF SUPER-LEVEL NOT = 9
               DISPLAY "BUKAN OTORISASI LEVEL 9, DITOLAK."
               CLOSE BLOKIRF
               GO TO PILIH-MENU.
           MOVE SEMESTER-BL TO SEMESTER-CARI.
           DELETE BLOKIRF
               INVALID KEY
                   DISPLAY "GAGAL MELEPAS BLOKIR."
                   CLOSE BLOKIRF
                   GO TO PILIH-MENU.
           CLOSE BLOKIRF.
           MOVE "LEPAS" TO AUDIT-AKSI.
           MOVE SUPER-ID TO AUDIT-OPER.
           PERFORM CATAT-AUDIT.
           DISPLAY "BLOKIR NPM " NPM-CARI " DILEPAS.".
           GO TO PILIH-MENU.

       BUKA-FILE3.
           OPEN INPUT BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               DISPLAY "BELUM ADA BLOKIR TERSIMPAN."
               GO TO PILIH-MENU.
           DISPLAY "============================================="
               "=================".
           DISPLAY "NPM            J ALASAN                         "
               "TANGGAL  OLEH".
           DISPLAY "============================================="
               "=================".
           MOVE 0 TO TOTAL-SEMUA.
       BACA.
           READ BLOKIRF NEXT RECORD INTO BLOKIR-O
               AT END GO TO BACA-SELESAI.
           DISPLAY NPM-BO " " JENIS-BO " " ALASAN-BO " " TANGGAL-BO
               " " OLEH-BO.
           ADD 1 TO TOTAL-SEMUA.
           GO TO BACA.
       BACA-SELESAI.
           DISPLAY " ".
           DISPLAY "TOTAL MAHASISWA DIBLOKIR : " TOTAL-SEMUA.
           CLOSE BLOKIRF.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN INPUT BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               DISPLAY "BELUM ADA BLOKIR TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE NPM-CARI TO NPM-BL.
           READ BLOKIRF
               INVALID KEY
                   DISPLAY "NPM TIDAK DIBLOKIR."
                   CLOSE BLOKIRF
                   GO TO PILIH-MENU.
           DISPLAY "JENIS    : " JENIS-BL.
           DISPLAY "ALASAN   : " ALASAN-BL.
           DISPLAY "SEMESTER : " SEMESTER-BL.
           DISPLAY "TANGGAL  : " TANGGAL-BL.
           DISPLAY "OLEH     : " OLEH-BL.
           CLOSE BLOKIRF.
           GO TO PILIH-MENU.

       CEK-SUPER.
           MOVE 0 TO SUPER-LEVEL.
           DISPLAY "ID SUPERVISOR   : " WITH NO ADVANCING.
           ACCEPT SUPER-ID.
           DISPLAY "SANDI SUPERVISOR : " WITH NO ADVANCING.
           ACCEPT SUPER-SANDI.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR = "35"
               DISPLAY "FILE OPERATOR TIDAK ADA, AKSES PENUH."
               MOVE 3 TO SUPER-LEVEL
               GO TO CEK-SUPER-SELESAI.
           IF STATUS-OPR NOT = "00"
               DISPLAY "FILE OPERATOR GAGAL DIBUKA, STATUS = "
                   STATUS-OPR
               GO TO CEK-SUPER-SELESAI.
           MOVE SUPER-ID TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   CLOSE OPRFILE
                   GO TO CEK-SUPER-SELESAI.
           IF OPR-SANDI = SUPER-SANDI
               MOVE OPR-LEVEL TO SUPER-LEVEL.
           CLOSE OPRFILE.
       CEK-SUPER-SELESAI.
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
               AUDIT-OPER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-AKSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-CARI DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SEMESTER-CARI DELIMITED BY SPACE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       SELESAI2.
           STOP RUN.

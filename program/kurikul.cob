       IDENTIFICATION DIVISION.
       PROGRAM-ID. KURIKUL.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KURFILE ASSIGN TO KUR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KUR-KUNCI
           FILE STATUS IS STATUS-KUR.
           SELECT MK ASSIGN TO MK-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
       DATA DIVISION.
       FILE SECTION.
       FD KURFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKUR.
       01 RECKUR.
           02 KUR-KUNCI.
               03 KELAS-KR pic X(5).
               03 ANGKATAN-KR pic X(4).
               03 KODE-MK-KR pic X(8).
           02 JENIS-KR pic X.
           02 MIN-PILIH-KR pic 9(3).
       FD MK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMK.
       01 RECMK.
           02 KODE-MK pic X(8).
           02 NAMA-MK pic X(30).
           02 SKS-MK pic 9(2).
       WORKING-STORAGE SECTION.
       77 STATUS-KUR pic XX.
       77 STATUS-MK pic XX.
       77 KUR-FILENAME pic X(30) VALUE 'KURIKULUM.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       01 KUR-O.
           02 KELAS-O pic X(5).
           02 ANGKATAN-O pic X(4).
           02 KODE-O pic X(8).
           02 JENIS-O pic X.
           02 MIN-PILIH-O pic 9(3).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 TERIMA pic X.
       77 KELAS-CARI pic X(5).
       77 ANGKATAN-CARI pic X(4).
       77 KODE-CARI pic X(8).
       77 MIN-PILIH pic 9(3).
       77 ADA-MK pic X.
       77 TOTAL-WAJIB pic 9(3).
       77 TOTAL-PILIH pic 9(3).
       77 SKS-WAJIB pic 9(3).
       77 SKS-PILIH pic 9(3).
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====KURIKULUM PER KELAS DAN ANGKATAN=====".
           DISPLAY "1. TAMBAH MATA KULIAH KURIKULUM".
           DISPLAY "2. DAFTAR KURIKULUM".
           DISPLAY "3. ATUR MINIMAL SKS PILIHAN".
           DISPLAY "4. HAPUS MATA KULIAH KURIKULUM".
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
           DISPLAY "KELAS             : " WITH NO ADVANCING.
           ACCEPT KELAS-CARI.
           DISPLAY "ANGKATAN (YYYY)   : " WITH NO ADVANCING.
           ACCEPT ANGKATAN-CARI.
           IF KELAS-CARI = SPACES OR ANGKATAN-CARI IS NOT NUMERIC
               DISPLAY "KELAS DAN ANGKATAN HARUS DIISI."
               GO TO PILIH-MENU.
           OPEN INPUT MK.
           IF STATUS-MK NOT = "00"
               DISPLAY "FILE MATKUL.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           CLOSE KURFILE.
           OPEN I-O KURFILE.
           IF STATUS-KUR = "35"
               OPEN OUTPUT KURFILE
               CLOSE KURFILE
               OPEN I-O KURFILE.
           IF STATUS-KUR NOT = "00"
               DISPLAY "FILE KURIKULUM GAGAL DIBUKA, STATUS = "
                   STATUS-KUR
               CLOSE MK
               GO TO PILIH-MENU.
       MULAI.
           INITIALIZE RECKUR.
           DISPLAY "KODE MATA KULIAH  : " WITH NO ADVANCING.
           ACCEPT KODE-MK.
           READ MK
               INVALID KEY
                   DISPLAY "KODE " KODE-MK " TIDAK ADA DI KATALOG."
                   GO TO MULAI-LAGI.
           DISPLAY NAMA-MK " (" SKS-MK " SKS)".
           DISPLAY "JENIS (W=WAJIB P=PILIHAN) : " WITH NO ADVANCING.
           ACCEPT JENIS-KR.
           IF JENIS-KR = 'w'
               MOVE 'W' TO JENIS-KR.
           IF JENIS-KR = 'p'
               MOVE 'P' TO JENIS-KR.
           IF JENIS-KR NOT = 'W' AND JENIS-KR NOT = 'P'
               DISPLAY "JENIS HARUS W ATAU P, ULANGI."
               GO TO MULAI.
           MOVE KELAS-CARI TO KELAS-KR.
           MOVE ANGKATAN-CARI TO ANGKATAN-KR.
           MOVE KODE-MK TO KODE-MK-KR.
           MOVE 0 TO MIN-PILIH-KR.
           WRITE RECKUR
               INVALID KEY
                   DISPLAY "MATA KULIAH " KODE-MK-KR
                       " SUDAH ADA DI KURIKULUM INI.".
       MULAI-LAGI.
           DISPLAY "ADA DATA LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO MULAI.
           CLOSE KURFILE.
           CLOSE MK.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           DISPLAY "KELAS             : " WITH NO ADVANCING.
           ACCEPT KELAS-CARI.
           DISPLAY "ANGKATAN (YYYY)   : " WITH NO ADVANCING.
           ACCEPT ANGKATAN-CARI.
           CLOSE KURFILE.
           OPEN INPUT KURFILE.
           IF STATUS-KUR NOT = "00"
               DISPLAY "BELUM ADA KURIKULUM TERSIMPAN."
               GO TO PILIH-MENU.
           OPEN INPUT MK.
           IF STATUS-MK = "00"
               MOVE "Y" TO ADA-MK
           ELSE
               MOVE "T" TO ADA-MK.
           MOVE 0 TO TOTAL-WAJIB.
           MOVE 0 TO TOTAL-PILIH.
           MOVE 0 TO SKS-WAJIB.
           MOVE 0 TO SKS-PILIH.
           MOVE 0 TO MIN-PILIH.
           DISPLAY "==================================================".
           DISPLAY "KODE     NAMA MATA KULIAH               SKS JENIS".
           DISPLAY "==================================================".
           MOVE KELAS-CARI TO KELAS-KR.
           MOVE ANGKATAN-CARI TO ANGKATAN-KR.
           MOVE SPACES TO KODE-MK-KR.
           START KURFILE KEY NOT < KUR-KUNCI
               INVALID KEY GO TO BACA-SELESAI.
       BACA.
           READ KURFILE NEXT RECORD INTO KUR-O
               AT END GO TO BACA-SELESAI.
           IF KELAS-O NOT = KELAS-CARI
               OR ANGKATAN-O NOT = ANGKATAN-CARI
                   GO TO BACA-SELESAI.
           IF KODE-O = SPACES
               MOVE MIN-PILIH-O TO MIN-PILIH
               GO TO BACA.
           MOVE SPACES TO NAMA-MK.
           MOVE 0 TO SKS-MK.
           IF ADA-MK = "Y"
               MOVE KODE-O TO KODE-MK
               READ MK
                   INVALID KEY MOVE "(TIDAK ADA DI KATALOG)" TO NAMA-MK.
           DISPLAY KODE-O " " NAMA-MK " " SKS-MK "  " JENIS-O.
           IF JENIS-O = 'W'
               ADD 1 TO TOTAL-WAJIB
               ADD SKS-MK TO SKS-WAJIB
           ELSE
               ADD 1 TO TOTAL-PILIH
               ADD SKS-MK TO SKS-PILIH.
           GO TO BACA.
       BACA-SELESAI.
           DISPLAY " ".
           DISPLAY "MK WAJIB   : " TOTAL-WAJIB "  SKS : " SKS-WAJIB.
           DISPLAY "MK PILIHAN : " TOTAL-PILIH "  SKS : " SKS-PILIH.
           DISPLAY "MINIMAL SKS PILIHAN : " MIN-PILIH.
           CLOSE KURFILE.
           IF ADA-MK = "Y"
               CLOSE MK.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "KELAS             : " WITH NO ADVANCING.
           ACCEPT KELAS-CARI.
           DISPLAY "ANGKATAN (YYYY)   : " WITH NO ADVANCING.
           ACCEPT ANGKATAN-CARI.
           IF KELAS-CARI = SPACES OR ANGKATAN-CARI IS NOT NUMERIC
               DISPLAY "KELAS DAN ANGKATAN HARUS DIISI."
               GO TO PILIH-MENU.
           DISPLAY "MINIMAL SKS PILIHAN : " WITH NO ADVANCING.
           ACCEPT MIN-PILIH.
           CLOSE KURFILE.
           OPEN I-O KURFILE.
           IF STATUS-KUR = "35"
               OPEN OUTPUT KURFILE
               CLOSE KURFILE
               OPEN I-O KURFILE.
           IF STATUS-KUR NOT = "00"
               DISPLAY "FILE KURIKULUM GAGAL DIBUKA, STATUS = "
                   STATUS-KUR
               GO TO PILIH-MENU.
           MOVE KELAS-CARI TO KELAS-KR.
           MOVE ANGKATAN-CARI TO ANGKATAN-KR.
           MOVE SPACES TO KODE-MK-KR.
           MOVE 'H' TO JENIS-KR.
           MOVE MIN-PILIH TO MIN-PILIH-KR.
           WRITE RECKUR
               INVALID KEY
                   REWRITE RECKUR
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN MINIMAL SKS.".
           CLOSE KURFILE.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "KELAS             : " WITH NO ADVANCING.
           ACCEPT KELAS-CARI.
           DISPLAY "ANGKATAN (YYYY)   : " WITH NO ADVANCING.
           ACCEPT ANGKATAN-CARI.
           DISPLAY "KODE MATA KULIAH  : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           IF KODE-CARI = SPACES
               DISPLAY "KODE MATA KULIAH HARUS DIISI."
               GO TO PILIH-MENU.
           CLOSE KURFILE.
           OPEN I-O KURFILE.
           IF STATUS-KUR NOT = "00"
               DISPLAY "BELUM ADA KURIKULUM TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE KELAS-CARI TO KELAS-KR.
           MOVE ANGKATAN-CARI TO ANGKATAN-KR.
           MOVE KODE-CARI TO KODE-MK-KR.
           DELETE KURFILE
               INVALID KEY
                   DISPLAY "MATA KULIAH TIDAK ADA DI KURIKULUM.".
           CLOSE KURFILE.
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

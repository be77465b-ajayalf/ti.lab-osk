       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKALA.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
       DATA DIVISION.
       FILE SECTION.
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
       WORKING-STORAGE SECTION.
       77 STATUS-SKALA pic XX.
       77 SKALA-FILENAME pic X(30) VALUE 'SKALA.TXT'.
       01 SKALA-O.
           02 SEMESTER-O pic X(6).
           02 HURUF-O pic X(2).
           02 BOBOT-O pic 9V99.
           02 LULUS-O pic X.
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 TABEL-BAKU.
           02 FILLER pic X(6) VALUE 'A 400Y'.
           02 FILLER pic X(6) VALUE 'A-370Y'.
           02 FILLER pic X(6) VALUE 'B+330Y'.
           02 FILLER pic X(6) VALUE 'B 300Y'.
           02 FILLER pic X(6) VALUE 'B-270Y'.
           02 FILLER pic X(6) VALUE 'C+230Y'.
           02 FILLER pic X(6) VALUE 'C 200Y'.
           02 FILLER pic X(6) VALUE 'D 100Y'.
           02 FILLER pic X(6) VALUE 'E 000T'.
       01 TABEL-BAKU-R REDEFINES TABEL-BAKU.
           02 BAKU-BARIS OCCURS 9 TIMES.
               03 BAKU-HURUF pic X(2).
               03 BAKU-BOBOT pic 9V99.
               03 BAKU-LULUS pic X.
       77 TERIMA pic X.
       77 SEMESTER-CARI pic X(6).
       77 HURUF-CARI pic X(2).
       77 SEMESTER-LAMA pic X(6).
       77 BOBOT-ED pic 9.99.
       77 I pic 9(2).
       77 TOTAL-SEMUA pic 9(4).
       77 TOTAL-BAKU pic 9(2).
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====SKALA NILAI HURUF=====".
           DISPLAY "1. TAMBAH NILAI HURUF".
           DISPLAY "2. DAFTAR SKALA NILAI".
           DISPLAY "3. UBAH NILAI HURUF".
           DISPLAY "4. HAPUS NILAI HURUF".
           DISPLAY "5. BUAT SKALA BAKU UNTUK SEMESTER".
           DISPLAY "6. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO BUKA-FILE5.
           IF TERIMA = 6 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           CLOSE SKALA.
           OPEN I-O SKALA.
           IF STATUS-SKALA = "35"
               OPEN OUTPUT SKALA
               CLOSE SKALA
               OPEN I-O SKALA.
           IF STATUS-SKALA NOT = "00"
               DISPLAY "FILE SKALA NILAI GAGAL DIBUKA, STATUS = "
                   STATUS-SKALA
               GO TO PILIH-MENU.
       MULAI.
           INITIALIZE RECSKALA.
           DISPLAY "BERLAKU MULAI SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-SK.
           IF SEMESTER-SK = SPACES
               DISPLAY "SEMESTER HARUS DIISI, ULANGI."
               GO TO MULAI.
           DISPLAY "NILAI HURUF (MIS. A, A-, B+) : " WITH NO ADVANCING.
           ACCEPT HURUF-SK.
           IF HURUF-SK = SPACES
               DISPLAY "NILAI HURUF HARUS DIISI, ULANGI."
               GO TO MULAI.
           DISPLAY "BOBOT (0.00 - 4.00)    : " WITH NO ADVANCING.
           ACCEPT BOBOT-ED.
           MOVE BOBOT-ED TO BOBOT-SK.
           IF BOBOT-SK > 4.00
               DISPLAY "BOBOT TIDAK BOLEH LEBIH DARI 4.00, ULANGI."
               GO TO MULAI.
           DISPLAY "TERMASUK LULUS? (Y/T)  : " WITH NO ADVANCING.
           ACCEPT LULUS-SK.
           IF LULUS-SK = 'y'
               MOVE 'Y' TO LULUS-SK.
           IF LULUS-SK NOT = 'Y'
               MOVE 'T' TO LULUS-SK.
           WRITE RECSKALA
               INVALID KEY
                   DISPLAY "NILAI " HURUF-SK " SEMESTER " SEMESTER-SK
                       " SUDAH TERDAFTAR.".
       MULAI-LAGI.
           DISPLAY "ADA DATA LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO MULAI.
           CLOSE SKALA.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           CLOSE SKALA.
           OPEN INPUT SKALA.
           IF STATUS-SKALA NOT = "00"
               DISPLAY "BELUM ADA SKALA NILAI TERSIMPAN."
               DISPLAY "SKALA YANG BERLAKU : A=4 B=3 C=2 D=1 E=0."
               GO TO PILIH-MENU.
           DISPLAY "===================================".
           DISPLAY "SEMESTER  HURUF  BOBOT  LULUS".
           DISPLAY "===================================".
           MOVE 0 TO TOTAL-SEMUA.
           MOVE SPACES TO SEMESTER-LAMA.
       BACA.
           READ SKALA NEXT RECORD INTO SKALA-O
               AT END GO TO BACA-SELESAI.
           IF SEMESTER-O NOT = SEMESTER-LAMA
               AND SEMESTER-LAMA NOT = SPACES
                   DISPLAY "-----------------------------------".
           MOVE SEMESTER-O TO SEMESTER-LAMA.
           MOVE BOBOT-O TO BOBOT-ED.
           DISPLAY SEMESTER-O "    " HURUF-O "     " BOBOT-ED "   "
               LULUS-O.
           ADD 1 TO TOTAL-SEMUA.
           GO TO BACA.
       BACA-SELESAI.
           DISPLAY " ".
           DISPLAY "TOTAL BARIS SKALA : " TOTAL-SEMUA.
           CLOSE SKALA.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "BERLAKU MULAI SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "NILAI HURUF YANG DIUBAH : " WITH NO ADVANCING.
           ACCEPT HURUF-CARI.
           CLOSE SKALA.
           OPEN I-O SKALA.
           IF STATUS-SKALA NOT = "00"
               DISPLAY "BELUM ADA SKALA NILAI TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE SEMESTER-CARI TO SEMESTER-SK.
           MOVE HURUF-CARI TO HURUF-SK.
           READ SKALA
               INVALID KEY GO TO UBAH-TIDAK-KETEMU.
           MOVE BOBOT-SK TO BOBOT-ED.
           DISPLAY "DATA LAMA : " HURUF-SK " " BOBOT-ED " " LULUS-SK.
           DISPLAY "BOBOT BARU          : " WITH NO ADVANCING.
           ACCEPT BOBOT-ED.
           MOVE BOBOT-ED TO BOBOT-SK.
           IF BOBOT-SK > 4.00
               DISPLAY "BOBOT TIDAK BOLEH LEBIH DARI 4.00."
               GO TO UBAH-TUTUP.
           DISPLAY "TERMASUK LULUS? (Y/T) : " WITH NO ADVANCING.
           ACCEPT LULUS-SK.
           IF LULUS-SK = 'y'
               MOVE 'Y' TO LULUS-SK.
           IF LULUS-SK NOT = 'Y'
               MOVE 'T' TO LULUS-SK.
           REWRITE RECSKALA
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PERUBAHAN.".
           GO TO UBAH-TUTUP.
       UBAH-TIDAK-KETEMU.
           DISPLAY "NILAI HURUF TIDAK DITEMUKAN.".
       UBAH-TUTUP.
           CLOSE SKALA.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "BERLAKU MULAI SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "NILAI HURUF YANG DIHAPUS : " WITH NO ADVANCING.
           ACCEPT HURUF-CARI.
           CLOSE SKALA.
           OPEN I-O SKALA.
           IF STATUS-SKALA NOT = "00"
               DISPLAY "BELUM ADA SKALA NILAI TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE SEMESTER-CARI TO SEMESTER-SK.
           MOVE HURUF-CARI TO HURUF-SK.
           DELETE SKALA
               INVALID KEY DISPLAY "NILAI HURUF TIDAK DITEMUKAN.".
           CLOSE SKALA.
           GO TO PILIH-MENU.

       BUKA-FILE5.
           DISPLAY "BERLAKU MULAI SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           IF SEMESTER-CARI = SPACES
               DISPLAY "SEMESTER HARUS DIISI."
               GO TO PILIH-MENU.
           CLOSE SKALA.
           OPEN I-O SKALA.
           IF STATUS-SKALA = "35"
               OPEN OUTPUT SKALA
               CLOSE SKALA
               OPEN I-O SKALA.
           IF STATUS-SKALA NOT = "00"
               DISPLAY "FILE SKALA NILAI GAGAL DIBUKA, STATUS = "
                   STATUS-SKALA
               GO TO PILIH-MENU.
           MOVE 0 TO I.
           MOVE 0 TO TOTAL-BAKU.
       BAKU-TULIS.
           ADD 1 TO I.
           IF I > 9
               GO TO BAKU-SELESAI.
           MOVE SEMESTER-CARI TO SEMESTER-SK.
           MOVE BAKU-HURUF (I) TO HURUF-SK.
           MOVE BAKU-BOBOT (I) TO BOBOT-SK.
           MOVE BAKU-LULUS (I) TO LULUS-SK.
           WRITE RECSKALA
               INVALID KEY
                   DISPLAY "NILAI " HURUF-SK " SUDAH ADA, DILEWATI."
               NOT INVALID KEY
                   ADD 1 TO TOTAL-BAKU.
           GO TO BAKU-TULIS.
       BAKU-SELESAI.
           DISPLAY "NILAI HURUF DITAMBAHKAN : " TOTAL-BAKU.
           CLOSE SKALA.
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONVNIL.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NILAILAMA ASSIGN TO LAMA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI-L
           FILE STATUS IS STATUS-LAMA.
           SELECT NILAIBARU ASSIGN TO BARU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI
           FILE STATUS IS STATUS-BARU.
           SELECT TFLAMA ASSIGN TO LAMA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-KUNCI-L
           FILE STATUS IS STATUS-LAMA.
           SELECT TFBARU ASSIGN TO BARU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-KUNCI
           FILE STATUS IS STATUS-BARU.
           SELECT UBAHLAMA ASSIGN TO LAMA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UBAH-KUNCI-L
           FILE STATUS IS STATUS-LAMA.
           SELECT UBAHBARU ASSIGN TO BARU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UBAH-KUNCI
           FILE STATUS IS STATUS-BARU.
       DATA DIVISION.
       FILE SECTION.
       FD NILAILAMA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNILAI-L.
       01 RECNILAI-L.
           02 NILAI-KUNCI-L.
               03 NPM-NL pic X(14).
               03 SEMESTER-NL pic X(6).
               03 KODE-MK-NL pic X(8).
           02 HURUF-NL pic X.
           02 SKS-NL pic 9(2).
       FD NILAIBARU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNILAI.
       01 RECNILAI.
           02 NILAI-KUNCI.
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD TFLAMA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTF-L.
       01 RECTF-L.
           02 TF-KUNCI-L.
               03 NPM-TFL pic X(14).
               03 KODE-MK-TFL pic X(8).
           02 HURUF-TFL pic X.
           02 SKS-TFL pic 9(2).
           02 INST-TFL pic X(10).
           02 MKASAL-TFL pic X(10).
       FD TFBARU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTF.
       01 RECTF.
           02 TF-KUNCI.
               03 NPM-TF pic X(14).
               03 KODE-MK-TF pic X(8).
           02 HURUF-TF pic X(2).
           02 SKS-TF pic 9(2).
           02 INST-TF pic X(10).
           02 MKASAL-TF pic X(10).
       FD UBAHLAMA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECUBAH-L.
       01 RECUBAH-L.
           02 UBAH-KUNCI-L.
               03 NPM-UBL pic X(14).
               03 SEMESTER-UBL pic X(6).
               03 KODE-MK-UBL pic X(8).
           02 NILAI-LAMA-UBL pic X.
           02 NILAI-BARU-UBL pic X.
           02 PEMINTA-UBL pic X(10).
           02 ALASAN-UBL pic X(30).
           02 STATUS-UBL pic X.
           02 TANGGAL-UBL pic X(8).
       FD UBAHBARU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECUBAH.
       01 RECUBAH.
           02 UBAH-KUNCI.
               03 NPM-UB pic X(14).
               03 SEMESTER-UB pic X(6).
               03 KODE-MK-UB pic X(8).
           02 NILAI-LAMA-UB pic X(2).
           02 NILAI-BARU-UB pic X(2).
           02 PEMINTA-UB pic X(10).
           02 ALASAN-UB pic X(30).
           02 STATUS-UB pic X.
           02 TANGGAL-UB pic X(8).
       WORKING-STORAGE SECTION.
       77 STATUS-LAMA pic XX.
       77 STATUS-BARU pic XX.
       77 LAMA-FILENAME pic X(30).
       77 BARU-FILENAME pic X(30).
       77 TERIMA pic X.
       77 TOTAL-BACA pic 9(6).
       77 TOTAL-TULIS pic 9(6).
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====KONVERSI FILE NILAI KE HURUF 2 KARAKTER=====".
           DISPLAY "1. FILE NILAI".
           DISPLAY "2. FILE KREDIT TRANSFER".
           DISPLAY "3. FILE USULAN PERUBAHAN NILAI".
           DISPLAY "4. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           DISPLAY "FILE NILAI LAMA (KOSONGKAN = NILAI.TXT) : "
               WITH NO ADVANCING.
           ACCEPT LAMA-FILENAME.
           IF LAMA-FILENAME = SPACES
               MOVE 'NILAI.TXT' TO LAMA-FILENAME.
           DISPLAY "FILE NILAI BARU (KOSONGKAN = NILAI.BARU) : "
               WITH NO ADVANCING.
           ACCEPT BARU-FILENAME.
           IF BARU-FILENAME = SPACES
               MOVE 'NILAI.BARU' TO BARU-FILENAME.
           OPEN INPUT NILAILAMA.
           IF STATUS-LAMA NOT = "00"
               DISPLAY "FILE " LAMA-FILENAME " TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN OUTPUT NILAIBARU.
           IF STATUS-BARU NOT = "00"
               DISPLAY "FILE " BARU-FILENAME " GAGAL DIBUAT."
               CLOSE NILAILAMA
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-BACA.
           MOVE 0 TO TOTAL-TULIS.
       BACA.
           READ NILAILAMA NEXT RECORD
               AT END GO TO BACA-SELESAI.
           ADD 1 TO TOTAL-BACA.
           MOVE NILAI-KUNCI-L TO NILAI-KUNCI.
           MOVE HURUF-NL TO HURUF-N.
           MOVE SKS-NL TO SKS-N.
           WRITE RECNILAI
               INVALID KEY
                   DISPLAY "GAGAL MENULIS " NPM-N " " KODE-MK-N
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TULIS.
           GO TO BACA.
       BACA-SELESAI.
           CLOSE NILAILAMA.
           CLOSE NILAIBARU.
           GO TO TAMPIL-HASIL.

       BUKA-FILE2.
           DISPLAY "FILE TRANSFER LAMA (KOSONGKAN = TRANSFER.TXT) : "
               WITH NO ADVANCING.
           ACCEPT LAMA-FILENAME.
           IF LAMA-FILENAME = SPACES
               MOVE 'TRANSFER.TXT' TO LAMA-FILENAME.
           DISPLAY "FILE TRANSFER BARU (KOSONGKAN = TRANSFER.BARU) : "
               WITH NO ADVANCING.
           ACCEPT BARU-FILENAME.
           IF BARU-FILENAME = SPACES
               MOVE 'TRANSFER.BARU' TO BARU-FILENAME.
           OPEN INPUT TFLAMA.
           IF STATUS-LAMA NOT = "00"
               DISPLAY "FILE " LAMA-FILENAME " TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN OUTPUT TFBARU.
           IF STATUS-BARU NOT = "00"
               DISPLAY "FILE " BARU-FILENAME " GAGAL DIBUAT."
               CLOSE TFLAMA
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-BACA.
           MOVE 0 TO TOTAL-TULIS.
       BACA2.
           READ TFLAMA NEXT RECORD
               AT END GO TO BACA2-SELESAI.
           ADD 1 TO TOTAL-BACA.
           MOVE TF-KUNCI-L TO TF-KUNCI.
           MOVE HURUF-TFL TO HURUF-TF.
           MOVE SKS-TFL TO SKS-TF.
           MOVE INST-TFL TO INST-TF.
           MOVE MKASAL-TFL TO MKASAL-TF.
           WRITE RECTF
               INVALID KEY
                   DISPLAY "GAGAL MENULIS " NPM-TF " " KODE-MK-TF
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TULIS.
           GO TO BACA2.
       BACA2-SELESAI.
           CLOSE TFLAMA.
           CLOSE TFBARU.
           GO TO TAMPIL-HASIL.

       BUKA-FILE3.
           DISPLAY "FILE USULAN LAMA (KOSONGKAN = UBAHNIL.TXT) : "
               WITH NO ADVANCING.
           ACCEPT LAMA-FILENAME.
           IF LAMA-FILENAME = SPACES
               MOVE 'UBAHNIL.TXT' TO LAMA-FILENAME.
           DISPLAY "FILE USULAN BARU (KOSONGKAN = UBAHNIL.BARU) : "
               WITH NO ADVANCING.
           ACCEPT BARU-FILENAME.
           IF BARU-FILENAME = SPACES
               MOVE 'UBAHNIL.BARU' TO BARU-FILENAME.
           OPEN INPUT UBAHLAMA.
           IF STATUS-LAMA NOT = "00"
               DISPLAY "FILE " LAMA-FILENAME " TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN OUTPUT UBAHBARU.
           IF STATUS-BARU NOT = "00"
               DISPLAY "FILE " BARU-FILENAME " GAGAL DIBUAT."
               CLOSE UBAHLAMA
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-BACA.
           MOVE 0 TO TOTAL-TULIS.
       BACA3.
           READ UBAHLAMA NEXT RECORD
               AT END GO TO BACA3-SELESAI.
           ADD 1 TO TOTAL-BACA.
           MOVE UBAH-KUNCI-L TO UBAH-KUNCI.
           MOVE NILAI-LAMA-UBL TO NILAI-LAMA-UB.
           MOVE NILAI-BARU-UBL TO NILAI-BARU-UB.
           MOVE PEMINTA-UBL TO PEMINTA-UB.
           MOVE ALASAN-UBL TO ALASAN-UB.
           MOVE STATUS-UBL TO STATUS-UB.
           MOVE TANGGAL-UBL TO TANGGAL-UB.
           WRITE RECUBAH
               INVALID KEY
                   DISPLAY "GAGAL MENULIS " NPM-UB " " KODE-MK-UB
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TULIS.
           GO TO BACA3.
       BACA3-SELESAI.
           CLOSE UBAHLAMA.
           CLOSE UBAHBARU.

       TAMPIL-HASIL.
           DISPLAY "REKOD DIBACA : " TOTAL-BACA.
           DISPLAY "REKOD DITULIS : " TOTAL-TULIS.
           IF TOTAL-BACA = TOTAL-TULIS
               DISPLAY "KONVERSI SELESAI. GANTI NAMA " BARU-FILENAME
               DISPLAY "MENJADI " LAMA-FILENAME " SETELAH DICADANGKAN."
           ELSE
               DISPLAY "JUMLAH REKOD TIDAK SAMA, JANGAN DIPAKAI.".
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

           IF STEP-LINE = "F"
               MOVE "ULANG" TO NAMA-PROGRAM
               GO TO JALANKAN.
           IF STEP-LINE = "G"
               MOVE "BLOKOTO" TO NAMA-PROGRAM
               GO TO JALANKAN.
           IF STEP-LINE = "H"
               MOVE "NOTIFISI" TO NAMA-PROGRAM
               GO TO JALANKAN.
           IF STEP-LINE = "I"
               MOVE "NOTIFKRM" TO NAMA-PROGRAM
               GO TO JALANKAN.
           IF STEP-LINE = "J"
               MOVE "RUJUK" TO NAMA-PROGRAM
               GO TO JALANKAN.
           GO TO LANJUT-LANGKAH.
       JALANKAN.
           DISPLAY "LANGKAH " STEP-LINE " : " NAMA-PROGRAM.

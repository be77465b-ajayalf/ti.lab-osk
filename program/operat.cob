               GO TO MULAI.
           DISPLAY "KATA SANDI       : " WITH NO ADVANCING.
           ACCEPT OPR-SANDI.
           DISPLAY "LEVEL (1=LIHAT 2=ENTRI 3=SUPERVISOR "
               "9=OTORISASI BLOKIR) : " WITH NO ADVANCING.
           ACCEPT OPR-LEVEL.
           IF OPR-LEVEL IS NOT NUMERIC
               OR OPR-LEVEL < 1
               OR OPR-LEVEL > 3 AND OPR-LEVEL NOT = 9
                   DISPLAY "LEVEL HARUS 1, 2, 3 ATAU 9, ULANGI."
                   GO TO MULAI.
           WRITE RECOPR
               INVALID KEY
               INVALID KEY GO TO UBAH-TIDAK-KETEMU.
           DISPLAY "KATA SANDI BARU : " WITH NO ADVANCING.
           ACCEPT OPR-SANDI.
           DISPLAY "LEVEL BARU (1-3, 9) : " WITH NO ADVANCING.
           ACCEPT OPR-LEVEL.
           IF OPR-LEVEL IS NOT NUMERIC
               OR OPR-LEVEL < 1
               OR OPR-LEVEL > 3 AND OPR-LEVEL NOT = 9
                   DISPLAY "LEVEL HARUS 1, 2, 3 ATAU 9, BATAL."
                   GO TO UBAH-TUTUP.
           REWRITE RECOPR
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PERUBAHAN.".

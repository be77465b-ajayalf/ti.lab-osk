           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT KOMPF ASSIGN TO KOMP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KOMP-KUNCI
           FILE STATUS IS STATUS-KOMP.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
           SELECT RINCIF ASSIGN TO RINCI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RINCI-KUNCI
           FILE STATUS IS STATUS-RINCI.
           SELECT TGHCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-TGHCETAK.
           SELECT SESUAICETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-SESUAI.
           SELECT BLOKIRF ASSIGN TO BLOKIR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BL
           FILE STATUS IS STATUS-BLOKIR.
           SELECT CKPFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CKP.
           SELECT TGHSALIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-SALIN.
           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD MHS
           02 TAGIHAN-S pic 9(9).
           02 BAYAR-S pic 9(9).
           02 HARI-S pic S9(5).
       FD KOMPF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKOMP.
       01 RECKOMP.
           02 KOMP-KUNCI.
               03 JENIS-KP pic X.
               03 KODE-KP pic X(8).
               03 SEMESTER-KP pic X(6).
           02 JUMLAH-KP pic 9(9).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
       FD RINCIF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECRINCI.
       01 RECRINCI.
           02 RINCI-KUNCI.
               03 NPM-RC pic X(14).
               03 SEMESTER-RC pic X(6).
               03 URUT-RC pic 9(3).
           02 JENIS-RC pic X.
           02 KODE-MK-RC pic X(8).
           02 SKS-RC pic 9(3).
           02 JUMLAH-RC pic S9(9).
           02 TANGGAL-RC pic X(8).
       FD TGHCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TAGIHAN.LIS'
           DATA RECORD IS TGH-LINE.
       01 TGH-LINE pic X(80).
       FD SESUAICETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SESUAI.LIS'
           DATA RECORD IS SESUAI-LINE.
       01 SESUAI-LINE pic X(80).
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
       FD CKPFILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TAGIHAN.CKP'
           DATA RECORD IS RECCKP.
       01 RECCKP.
           02 PROGRAM-CK pic X(8).
           02 SEMESTER-CK pic X(6).
           02 CICIL-CK pic 9.
           02 TEMPO-CK pic X(8) OCCURS 3 TIMES.
           02 KUNCI-CK pic X(20).
           02 TANGGAL-CK pic X(8).
           02 JAM-CK pic X(8).
           02 OPERATOR-CK pic X(10).
           02 PROSES-CK pic 9(7).
           02 BUAT-CK pic 9(4).
           02 LEWAT-CK pic 9(4).
           02 TANPA-CK pic 9(4).
           02 BELUM-CK pic 9(4).
           02 BEA-CK pic 9(4).
       FD TGHSALIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TAGIHAN.TMP'
           DATA RECORD IS SALIN-LINE.
       01 SALIN-LINE pic X(80).
       FD JOBLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'JOBLOG.TXT'
           DATA RECORD IS LOG-LINE.
       01 LOG-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-SALAH pic XX.
       77 STATUS-TARIF pic XX.
       77 AUDIT-AKSI pic X(10).
       77 AUDIT-OPER pic X(10).
       77 AUDIT-NPM pic X(14).
       77 STATUS-BLOKIR pic XX.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 ADA-BLOKIR-YA pic X.
           88 ADA-BLOKIR VALUE 'Y'.
       77 NPM-LEPAS pic X(14).
       77 STATUS-KOMP pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-RINCI pic XX.
       77 STATUS-TGHCETAK pic XX.
       77 STATUS-SESUAI pic XX.
       77 KOMP-FILENAME pic X(30) VALUE 'KOMPONEN.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 RINCI-FILENAME pic X(30) VALUE 'RINCIAN.TXT'.
       77 ADA-KOMP-YA pic X.
           88 ADA-KOMP VALUE 'Y'.
       77 ADA-KRS-YA pic X.
           88 ADA-KRS VALUE 'Y'.
       77 ADA-RINCI-YA pic X.
           88 ADA-RINCI VALUE 'Y'.
       77 SKS-HIT pic 9(3).
       77 TARIF-SKS-HIT pic 9(9).
       77 BIAYA-SKS-HIT pic 9(9).
       77 PRAKTIK-HIT pic 9(9).
       77 BIAYA-MK-HIT pic 9(9).
       77 BRUTO-HIT pic 9(9).
       77 BRUTO-LAMA pic S9(10).
       77 URUT-HIT pic 9(3).
       77 SELISIH pic S9(10).
       77 NETO-HIT pic S9(10).
       77 SISA-KREDIT pic 9(9).
       77 KODE-MK-CARI pic X(8).
       77 TOTAL-TAMBAH pic 9(4).
       77 TOTAL-KREDIT pic 9(4).
       77 TOTAL-TETAP pic 9(4).
       77 TOTAL-LAMA pic 9(4).
       77 UANG-ED3 pic -(9)9.
       77 SKS-ED pic ZZ9.
       77 KET-SESUAI pic X(10).
       77 SELISIH-BEA pic S9(10).
       77 DENDA-REKOD pic 9.
       77 STATUS-CKP pic XX.
       77 STATUS-SALIN pic XX.
       77 STATUS-LOG pic XX.
       77 SELANG-CKP pic 9(5) VALUE 100.
       77 HIT-CKP pic 9(5).
       77 TOTAL-PROSES pic 9(7).
       77 PROSES-AWAL pic 9(7).
       77 PROSES-ULANG pic 9(7).
       77 HIT-SALIN pic 9(7).
       77 BLOK-SALIN pic 9(5).
       77 KUNCI-LANJUT pic X(20).
       77 TGL-LANJUT pic X(8).
       77 ADA-CKP-YA pic X.
           88 ADA-CKP VALUE 'Y'.
       77 JENDELA-YA pic X.
           88 JENDELA VALUE 'Y'.
       77 MILIK-CKP-YA pic X.
           88 MILIK-CKP VALUE 'Y'.
       77 SUDAH-ADA-YA pic X.
           88 SUDAH-ADA VALUE 'Y'.
       77 LOG-TANGGAL pic X(8).
       77 LOG-JAM pic X(8).
       77 LOG-PESAN pic X(53).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'KEUANGAN'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           DISPLAY "=====ADMINISTRASI KEUANGAN MAHASISWA=====".
           DISPLAY "6. PROSES DENDA KETERLAMBATAN".
           DISPLAY "7. LAPORAN UMUR TUNGGAKAN".
           DISPLAY "8. CETAK ULANG KUITANSI".
           DISPLAY "9. PENYESUAIAN TAGIHAN PERUBAHAN KRS".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 6 GO TO BUKA-FILE6.
           IF TERIMA = 7 GO TO BUKA-FILE7.
           IF TERIMA = 8 GO TO BUKA-FILE8.
           IF TERIMA = 9 GO TO BUKA-FILE9.
           GO TO PILIH-MENU.

       BUKA-FILE.
           IF STATUS-TARIF NOT = "00"
               DISPLAY "FILE TARIF GAGAL DIBUKA, STATUS = " STATUS-TARIF
               GO TO PILIH-MENU.
           OPEN I-O KOMPF.
           IF STATUS-KOMP = "35"
               OPEN OUTPUT KOMPF
               CLOSE KOMPF
               OPEN I-O KOMPF.
           IF STATUS-KOMP NOT = "00"
               DISPLAY "FILE KOMPONEN GAGAL DIBUKA, STATUS = "
                   STATUS-KOMP
               CLOSE TARIF
               GO TO PILIH-MENU.
       TARIF-ISI.
           DISPLAY "KELAS    : " WITH NO ADVANCING.
           ACCEPT KELAS-T.
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-T.
           DISPLAY "BIAYA POKOK   : " WITH NO ADVANCING.
           ACCEPT JUMLAH-T.
           IF JUMLAH-T IS NOT NUMERIC
               DISPLAY "TARIF HARUS ANGKA, ULANGI."
               GO TO TARIF-ISI.
           DISPLAY "TARIF PER SKS : " WITH NO ADVANCING.
           ACCEPT TARIF-SKS-HIT.
           IF TARIF-SKS-HIT IS NOT NUMERIC
               DISPLAY "TARIF HARUS ANGKA, ULANGI."
               GO TO TARIF-ISI.
           WRITE RECTARIF
               INVALID KEY
                   REWRITE RECTARIF
                       INVALID KEY DISPLAY "GAGAL MENYIMPAN TARIF.".
           MOVE 'S' TO JENIS-KP.
           MOVE KELAS-T TO KODE-KP.
           MOVE SEMESTER-T TO SEMESTER-KP.
           MOVE TARIF-SKS-HIT TO JUMLAH-KP.
           WRITE RECKOMP
               INVALID KEY
                   REWRITE RECKOMP
                       INVALID KEY DISPLAY "GAGAL MENYIMPAN TARIF SKS.".
       TARIF-LAGI.
           DISPLAY "ADA TARIF LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TARIF-ISI.
           DISPLAY "ISI BIAYA PRAKTIKUM PER MATA KULIAH? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI GO TO TARIF-TUTUP.
       PRAKTIK-ISI.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-MK-CARI.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-KP.
           DISPLAY "BIAYA PRAKTIKUM (0 = HAPUS) : " WITH NO ADVANCING.
           ACCEPT JUMLAH-KP.
           IF JUMLAH-KP IS NOT NUMERIC
               DISPLAY "BIAYA HARUS ANGKA, ULANGI."
               GO TO PRAKTIK-ISI.
           MOVE 'L' TO JENIS-KP.
           MOVE KODE-MK-CARI TO KODE-KP.
           IF JUMLAH-KP NOT = 0
               GO TO PRAKTIK-SIMPAN.
           DELETE KOMPF
               INVALID KEY DISPLAY "BIAYA PRAKTIKUM TIDAK ADA.".
           GO TO PRAKTIK-LAGI.
       PRAKTIK-SIMPAN.
           WRITE RECKOMP
               INVALID KEY
                   REWRITE RECKOMP
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN BIAYA PRAKTIKUM.".
       PRAKTIK-LAGI.
           DISPLAY "ADA BIAYA PRAKTIKUM LAGI? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO PRAKTIK-ISI.
       TARIF-TUTUP.
           CLOSE TARIF.
           CLOSE KOMPF.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           MOVE "OVERRIDE" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       CICIL-TANYA.
           PERFORM BACA-CKP THRU BACA-CKP-SELESAI.
           IF ADA-CKP
               GO TO CICIL-TANYA-SELESAI.
       CICIL-TANYA-JUMLAH.
           DISPLAY "JUMLAH CICILAN (1-3) : " WITH NO ADVANCING.
           ACCEPT CICIL-MASUK.
           IF CICIL-MASUK IS NOT NUMERIC
               OR CICIL-MASUK < 1 OR CICIL-MASUK > 3
                   DISPLAY "CICILAN HARUS 1 SAMPAI 3, ULANGI."
                   GO TO CICIL-TANYA-JUMLAH.
           MOVE 0 TO I.
       CICIL-TANYA-TEMPO.
           ADD 1 TO I.
               MOVE 'Y' TO ADA-BEA-YA
           ELSE
               MOVE 'T' TO ADA-BEA-YA.
           IF NOT ADA-CKP
               MOVE 0 TO TOTAL-BUAT
               MOVE 0 TO TOTAL-LEWAT
               MOVE 0 TO TOTAL-TANPA
               MOVE 0 TO TOTAL-BELUM
               MOVE 0 TO TOTAL-BEA
               MOVE 0 TO TOTAL-PROSES
               MOVE 0 TO PROSES-AWAL.
           PERFORM BUKA-KOMPONEN THRU BUKA-KOMPONEN-SELESAI.
           MOVE 'T' TO ADA-RINCI-YA.
           OPEN I-O RINCIF.
           IF STATUS-RINCI = "35"
               OPEN OUTPUT RINCIF
               CLOSE RINCIF
               OPEN I-O RINCIF.
           IF STATUS-RINCI NOT = "00"
               DISPLAY "FILE RINCIAN GAGAL DIBUKA, STATUS = "
                   STATUS-RINCI
               GO TO BUAT-SELESAI.
           MOVE 'Y' TO ADA-RINCI-YA.
           MOVE 0 TO HIT-CKP.
           MOVE 'T' TO JENDELA-YA.
           IF ADA-CKP
               GO TO BUAT-LANJUT.
           OPEN OUTPUT TGHCETAK.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           GO TO BUAT-BACA.
       BUAT-LANJUT.
           MOVE TGL-LANJUT TO TGL-HARI.
           PERFORM POTONG-TGH THRU POTONG-TGH-SELESAI.
           OPEN EXTEND TGHCETAK.
           IF STATUS-TGHCETAK = "35"
               OPEN OUTPUT TGHCETAK.
           MOVE 'Y' TO JENDELA-YA.
           MOVE KUNCI-LANJUT TO MHS-KUNCI.
           START MHS KEY > MHS-KUNCI
               INVALID KEY GO TO BUAT-SELESAI.
       BUAT-BACA.
           READ MHS NEXT RECORD INTO MHS-O
               AT END GO TO BUAT-SELESAI.
           PERFORM CEK-APP THRU CEK-APP-SELESAI.
           IF NOT APP-SAH
               ADD 1 TO TOTAL-BELUM
               GO TO BUAT-CATAT.
           MOVE KELAS-O TO KELAS-T.
           MOVE SEMESTER-O TO SEMESTER-T.
           READ TARIF
                   ADD 1 TO TOTAL-TANPA
                   DISPLAY "TARIF KELAS " KELAS-O " SEMESTER "
                       SEMESTER-O " TIDAK ADA, DILEWATI."
                   GO TO BUAT-CATAT.
           PERFORM HITUNG-BIAYA THRU HITUNG-BIAYA-SELESAI.
           PERFORM CEK-BEASISWA THRU CEK-BEASISWA-SELESAI.
           MOVE NPM-O TO NPM-G.
           MOVE SEMESTER-O TO SEMESTER-G.
           MOVE KELAS-O TO KELAS-G.
           COMPUTE TAGIHAN-G = BRUTO-HIT - POTONGAN-HIT.
           MOVE 0 TO BAYAR-G.
           MOVE POTONGAN-HIT TO POTONGAN-G.
           MOVE SUMBER-HIT TO SUMBER-G.
           PERFORM ISI-CICIL THRU ISI-CICIL-SELESAI.
           MOVE 'T' TO SUDAH-ADA-YA.
           WRITE RECTAGIHAN
               INVALID KEY MOVE 'Y' TO SUDAH-ADA-YA.
           IF SUDAH-ADA
               PERFORM CEK-JENDELA THRU CEK-JENDELA-SELESAI
           ELSE
               MOVE 'T' TO JENDELA-YA.
           IF SUDAH-ADA AND NOT MILIK-CKP
               ADD 1 TO TOTAL-LEWAT
               GO TO BUAT-CATAT.
           ADD 1 TO TOTAL-BUAT.
           PERFORM TULIS-RINCIAN THRU TULIS-RINCIAN-SELESAI.
           IF POTONGAN-HIT > 0
               ADD 1 TO TOTAL-BEA.
       BUAT-CATAT.
           ADD 1 TO TOTAL-PROSES.
           ADD 1 TO HIT-CKP.
           IF HIT-CKP NOT < SELANG-CKP
               PERFORM TULIS-CKP.
           GO TO BUAT-BACA.
       BUAT-SELESAI.
           CLOSE MHS.
               CLOSE KRSAPP.
           IF ADA-BEA
               CLOSE BEASISWA.
           PERFORM TUTUP-KOMPONEN.
           IF ADA-RINCI
               CLOSE RINCIF
               CLOSE TGHCETAK
               MOVE 'TAGIHAN.LIS' TO ARSIP-NAMA
               MOVE OPERATOR-ID TO ARSIP-OPERATOR
               MOVE SEMESTER-PILIH TO ARSIP-SEMESTER
               CALL "SIMPLAP" USING ARSIP-LAP
               PERFORM SELESAI-CKP
               DISPLAY "RINCIAN TAGIHAN DITULIS KE TAGIHAN.LIS.".
           DISPLAY " ".
           DISPLAY "MAHASISWA DIPROSES   : " TOTAL-PROSES.
           IF ADA-CKP
               DISPLAY "  SEBELUM GAGAL      : " PROSES-AWAL
               DISPLAY "  SESUDAH RESTART    : " PROSES-ULANG.
           DISPLAY "TAGIHAN DIBUAT       : " TOTAL-BUAT.
           DISPLAY "SUDAH ADA, DILEWATI  : " TOTAL-LEWAT.
           DISPLAY "TANPA TARIF          : " TOTAL-TANPA.
           DISPLAY "DENGAN BEASISWA      : " TOTAL-BEA.
           GO TO PILIH-MENU.

       BACA-CKP.
           MOVE 'T' TO ADA-CKP-YA.
           OPEN INPUT CKPFILE.
           IF STATUS-CKP NOT = "00"
               GO TO BACA-CKP-SELESAI.
           READ CKPFILE
               AT END GO TO BACA-CKP-TUTUP.
           IF PROGRAM-CK NOT = "KEUANGAN"
               OR SEMESTER-CK NOT = SEMESTER-PILIH
                   GO TO BACA-CKP-TUTUP.
           DISPLAY "PEMBUATAN TAGIHAN " SEMESTER-CK
               " TERHENTI, CHECKPOINT " TANGGAL-CK " " JAM-CK.
           DISPLAY "  " PROSES-CK " REKOD, KUNCI TERAKHIR " KUNCI-CK.
           DISPLAY "LANJUTKAN DARI CHECKPOINT? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               GO TO BACA-CKP-TUTUP.
           MOVE 'Y' TO ADA-CKP-YA.
           MOVE CICIL-CK TO CICIL-MASUK.
           MOVE TEMPO-CK (1) TO TEMPO-MASUK (1).
           MOVE TEMPO-CK (2) TO TEMPO-MASUK (2).
           MOVE TEMPO-CK (3) TO TEMPO-MASUK (3).
           MOVE KUNCI-CK TO KUNCI-LANJUT.
           MOVE TANGGAL-CK TO TGL-LANJUT.
           MOVE PROSES-CK TO TOTAL-PROSES.
           MOVE PROSES-CK TO PROSES-AWAL.
           MOVE BUAT-CK TO TOTAL-BUAT.
           MOVE LEWAT-CK TO TOTAL-LEWAT.
           MOVE TANPA-CK TO TOTAL-TANPA.
           MOVE BELUM-CK TO TOTAL-BELUM.
           MOVE BEA-CK TO TOTAL-BEA.
           MOVE SPACES TO LOG-PESAN.
           STRING "RESTART : " DELIMITED BY SIZE
               PROSES-CK DELIMITED BY SIZE
               " REKOD DIPROSES SEBELUM GAGAL" DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           MOVE SPACES TO LOG-PESAN.
           STRING "RESTART : SESUDAH KUNCI " DELIMITED BY SIZE
               KUNCI-CK DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
       BACA-CKP-TUTUP.
           CLOSE CKPFILE.
       BACA-CKP-SELESAI.
           EXIT.

       TULIS-CKP.
           MOVE 0 TO HIT-CKP.
           CLOSE TGHCETAK.
           OPEN OUTPUT CKPFILE.
           MOVE SPACES TO RECCKP.
           MOVE "KEUANGAN" TO PROGRAM-CK.
           MOVE SEMESTER-PILIH TO SEMESTER-CK.
           MOVE CICIL-MASUK TO CICIL-CK.
           MOVE TEMPO-MASUK (1) TO TEMPO-CK (1).
           MOVE TEMPO-MASUK (2) TO TEMPO-CK (2).
           MOVE TEMPO-MASUK (3) TO TEMPO-CK (3).
           MOVE MHS-KUNCI TO KUNCI-CK.
           MOVE TGL-HARI TO TANGGAL-CK.
           ACCEPT JAM-CK FROM TIME.
           MOVE OPERATOR-ID TO OPERATOR-CK.
           MOVE TOTAL-PROSES TO PROSES-CK.
           MOVE TOTAL-BUAT TO BUAT-CK.
           MOVE TOTAL-LEWAT TO LEWAT-CK.
           MOVE TOTAL-TANPA TO TANPA-CK.
           MOVE TOTAL-BELUM TO BELUM-CK.
           MOVE TOTAL-BEA TO BEA-CK.
           WRITE RECCKP.
           CLOSE CKPFILE.
           OPEN EXTEND TGHCETAK.

       SELESAI-CKP.
           OPEN OUTPUT CKPFILE.
           CLOSE CKPFILE.
           MOVE SPACES TO LOG-PESAN.
           IF ADA-CKP
               COMPUTE PROSES-ULANG = TOTAL-PROSES - PROSES-AWAL
               STRING "SELESAI : " DELIMITED BY SIZE
                   PROSES-ULANG DELIMITED BY SIZE
                   " SESUDAH RESTART, TOTAL " DELIMITED BY SIZE
                   TOTAL-PROSES DELIMITED BY SIZE
                   INTO LOG-PESAN
           ELSE
               STRING "SELESAI : " DELIMITED BY SIZE
                   TOTAL-PROSES DELIMITED BY SIZE
                   " REKOD DIPROSES" DELIMITED BY SIZE
                   INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           MOVE SPACES TO LOG-PESAN.
           STRING "KONTROL : DIBUAT " DELIMITED BY SIZE
               TOTAL-BUAT DELIMITED BY SIZE
               " LEWAT " DELIMITED BY SIZE
               TOTAL-LEWAT DELIMITED BY SIZE
               " BEASISWA " DELIMITED BY SIZE
               TOTAL-BEA DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.
           MOVE SPACES TO LOG-PESAN.
           STRING "KONTROL : TANPA TARIF " DELIMITED BY SIZE
               TOTAL-TANPA DELIMITED BY SIZE
               " KRS BELUM " DELIMITED BY SIZE
               TOTAL-BELUM DELIMITED BY SIZE
               INTO LOG-PESAN.
           PERFORM TULIS-JOBLOG.

       CEK-JENDELA.
           MOVE 'T' TO MILIK-CKP-YA.
           IF NOT JENDELA
               GO TO CEK-JENDELA-SELESAI.
           READ TAGIHAN
               INVALID KEY GO TO CEK-JENDELA-SELESAI.
           MOVE NPM-G TO NPM-RC.
           MOVE SEMESTER-G TO SEMESTER-RC.
           MOVE 1 TO URUT-RC.
           READ RINCIF
               INVALID KEY MOVE SPACES TO TANGGAL-RC.
           IF TANGGAL-RC = SPACES AND BAYAR-G = 0
               MOVE 'Y' TO MILIK-CKP-YA.
           IF TANGGAL-RC = TGL-HARI
               MOVE 'Y' TO MILIK-CKP-YA.
       CEK-JENDELA-SELESAI.
           EXIT.

       POTONG-TGH.
           MOVE 0 TO HIT-SALIN.
           MOVE 0 TO BLOK-SALIN.
           OPEN INPUT TGHCETAK.
           IF STATUS-TGHCETAK NOT = "00"
               GO TO POTONG-TGH-SELESAI.
           OPEN OUTPUT TGHSALIN.
       POTONG-TGH-SALIN.
           READ TGHCETAK
               AT END GO TO POTONG-TGH-BALIK.
           IF TGH-LINE (1:10) = "=========="
               ADD 1 TO BLOK-SALIN.
           IF BLOK-SALIN > TOTAL-BUAT
               GO TO POTONG-TGH-BALIK.
           WRITE SALIN-LINE FROM TGH-LINE.
           ADD 1 TO HIT-SALIN.
           GO TO POTONG-TGH-SALIN.
       POTONG-TGH-BALIK.
           CLOSE TGHCETAK.
           CLOSE TGHSALIN.
           OPEN INPUT TGHSALIN.
           OPEN OUTPUT TGHCETAK.
       POTONG-TGH-TULIS.
           READ TGHSALIN
               AT END GO TO POTONG-TGH-TUTUP.
           WRITE TGH-LINE FROM SALIN-LINE.
           GO TO POTONG-TGH-TULIS.
       POTONG-TGH-TUTUP.
           CLOSE TGHSALIN.
           CLOSE TGHCETAK.
       POTONG-TGH-SELESAI.
           EXIT.

       TULIS-JOBLOG.
           ACCEPT LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT LOG-JAM FROM TIME.
           OPEN EXTEND JOBLOG.
           IF STATUS-LOG = "35"
               OPEN OUTPUT JOBLOG.
           MOVE SPACES TO LOG-LINE.
           STRING LOG-TANGGAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-JAM DELIMITED BY SIZE
               " KEUANGAN " DELIMITED BY SIZE
               LOG-PESAN DELIMITED BY SIZE
               INTO LOG-LINE.
           WRITE LOG-LINE.
           CLOSE JOBLOG.

       BUKA-FILE3.
           DISPLAY "NPM      : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           DISPLAY "TOTAL DITERIMA : " UANG-ED.
           PERFORM AMBIL-NOMOR THRU AMBIL-NOMOR-SELESAI.
           PERFORM TULIS-KUITANSI THRU TULIS-KUITANSI-SELESAI.
           PERFORM LEPAS-BLOKIR THRU LEPAS-BLOKIR-SELESAI.
           CLOSE TAGIHAN.
           GO TO PILIH-MENU.

               INTO KW-LINE.
           WRITE KW-LINE.
           CLOSE KWCETAK.
           MOVE 'KUITANSI.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
       CETAK-KUITANSI-SELESAI.
           EXIT.

           IF STATUS-TAGIHAN NOT = "00"
               DISPLAY "BELUM ADA TAGIHAN TERSIMPAN."
               GO TO PILIH-MENU.
           OPEN I-O RINCIF.
           IF STATUS-RINCI = "35"
               OPEN OUTPUT RINCIF
               CLOSE RINCIF
               OPEN I-O RINCIF.
           IF STATUS-RINCI NOT = "00"
               DISPLAY "FILE RINCIAN GAGAL DIBUKA, STATUS = "
                   STATUS-RINCI
               CLOSE TAGIHAN
               GO TO PILIH-MENU.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-DENDA.
       DENDA-BACA.
               GO TO DENDA-BACA.
           MOVE 0 TO I.
           MOVE 0 TO KUMULATIF.
           MOVE 0 TO DENDA-REKOD.
           MOVE 'T' TO ADA-UBAH-YA.
       DENDA-CICIL.
           ADD 1 TO I.
           ADD DENDA-TARIF TO TAGIHAN-G.
           MOVE 'Y' TO DENDA-CG (I).
           MOVE 'Y' TO ADA-UBAH-YA.
           ADD 1 TO DENDA-REKOD.
           ADD 1 TO TOTAL-DENDA.
           GO TO DENDA-CICIL.
       DENDA-TULIS.
           IF NOT ADA-UBAH
               GO TO DENDA-BACA.
           REWRITE RECTAGIHAN
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN DENDA " NPM-G
                   GO TO DENDA-BACA.
           PERFORM JUMLAH-RINCIAN THRU JUMLAH-RINCIAN-SELESAI.
           MOVE 'D' TO JENIS-RC.
           MOVE SPACES TO KODE-MK-RC.
           MOVE 0 TO SKS-RC.
           COMPUTE JUMLAH-RC = DENDA-TARIF * DENDA-REKOD.
           PERFORM SIMPAN-RINCIAN.
           GO TO DENDA-BACA.
       DENDA-SELESAI.
           CLOSE TAGIHAN.
           CLOSE RINCIF.
           DISPLAY " ".
           DISPLAY "DENDA DITERAPKAN PADA " TOTAL-DENDA " CICILAN.".
           GO TO PILIH-MENU.
                   GO TO CEK-BEASISWA-SELESAI.
           IF JENIS-BEA = 'P'
               COMPUTE POTONGAN-HIT ROUNDED =
                   BRUTO-HIT * NILAI-BEA / 100
           ELSE
               MOVE NILAI-BEA TO POTONGAN-HIT.
           IF POTONGAN-HIT > BRUTO-HIT
               MOVE BRUTO-HIT TO POTONGAN-HIT.
           MOVE SUMBER-BEA TO SUMBER-HIT.
       CEK-BEASISWA-SELESAI.
           EXIT.

       SELESAI2.
           STOP RUN.

       BUKA-KOMPONEN.
           OPEN INPUT KOMPF.
           IF STATUS-KOMP = "00"
               MOVE 'Y' TO ADA-KOMP-YA
           ELSE
               MOVE 'T' TO ADA-KOMP-YA.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS = "00"
               MOVE 'Y' TO ADA-KRS-YA
           ELSE
               MOVE 'T' TO ADA-KRS-YA.
       BUKA-KOMPONEN-SELESAI.
           EXIT.

       TUTUP-KOMPONEN.
           IF ADA-KOMP
               CLOSE KOMPF.
           IF ADA-KRS
               CLOSE KRSFILE.

       HITUNG-BIAYA.
           MOVE 0 TO SKS-HIT.
           MOVE 0 TO TARIF-SKS-HIT.
           MOVE 0 TO PRAKTIK-HIT.
           IF NOT ADA-KOMP
               GO TO HITUNG-BIAYA-KRS.
           MOVE 'S' TO JENIS-KP.
           MOVE KELAS-O TO KODE-KP.
           MOVE SEMESTER-O TO SEMESTER-KP.
           READ KOMPF
               INVALID KEY MOVE 0 TO JUMLAH-KP.
           MOVE JUMLAH-KP TO TARIF-SKS-HIT.
       HITUNG-BIAYA-KRS.
           IF NOT ADA-KRS
               GO TO HITUNG-BIAYA-JUMLAH.
           MOVE NPM-O TO NPM-K.
           MOVE SEMESTER-O TO SEMESTER-K.
           MOVE SPACES TO KODE-MK-K.
           START KRSFILE KEY NOT < KRS-KUNCI
               INVALID KEY GO TO HITUNG-BIAYA-JUMLAH.
       HITUNG-BIAYA-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO HITUNG-BIAYA-JUMLAH.
           IF NPM-K NOT = NPM-O OR SEMESTER-K NOT = SEMESTER-O
               GO TO HITUNG-BIAYA-JUMLAH.
           ADD SKS-K TO SKS-HIT.
           PERFORM CARI-PRAKTIK THRU CARI-PRAKTIK-SELESAI.
           ADD BIAYA-MK-HIT TO PRAKTIK-HIT.
           GO TO HITUNG-BIAYA-BACA.
       HITUNG-BIAYA-JUMLAH.
           COMPUTE BIAYA-SKS-HIT = SKS-HIT * TARIF-SKS-HIT.
           COMPUTE BRUTO-HIT = JUMLAH-T + BIAYA-SKS-HIT + PRAKTIK-HIT.
       HITUNG-BIAYA-SELESAI.
           EXIT.

       CARI-PRAKTIK.
           MOVE 0 TO BIAYA-MK-HIT.
           IF NOT ADA-KOMP
               GO TO CARI-PRAKTIK-SELESAI.
           MOVE 'L' TO JENIS-KP.
           MOVE KODE-MK-K TO KODE-KP.
           MOVE SEMESTER-K TO SEMESTER-KP.
           READ KOMPF
               INVALID KEY GO TO CARI-PRAKTIK-SELESAI.
           MOVE JUMLAH-KP TO BIAYA-MK-HIT.
       CARI-PRAKTIK-SELESAI.
           EXIT.

       TULIS-RINCIAN.
           PERFORM HAPUS-RINCIAN THRU HAPUS-RINCIAN-SELESAI.
           MOVE 0 TO URUT-HIT.
           MOVE SPACES TO TGH-LINE.
           STRING "=============================================="
               DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           MOVE SPACES TO TGH-LINE.
           STRING "UNIVERSITAS CONTOH - TAGIHAN SEMESTER "
               DELIMITED BY SIZE
               SEMESTER-G DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           MOVE SPACES TO TGH-LINE.
           STRING "NPM      : " DELIMITED BY SIZE
               NPM-G DELIMITED BY SIZE
               " KELAS " DELIMITED BY SIZE
               KELAS-G DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           MOVE SPACES TO TGH-LINE.
           STRING "NAMA     : " DELIMITED BY SIZE
               NAMA-O DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           MOVE 'P' TO JENIS-RC.
           MOVE SPACES TO KODE-MK-RC.
           MOVE 0 TO SKS-RC.
           MOVE JUMLAH-T TO JUMLAH-RC.
           PERFORM SIMPAN-RINCIAN.
           MOVE JUMLAH-T TO UANG-ED.
           MOVE SPACES TO TGH-LINE.
           STRING "BIAYA POKOK                  : " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           IF BIAYA-SKS-HIT = 0
               GO TO TULIS-RINCIAN-PRAKTIK.
           MOVE 'S' TO JENIS-RC.
           MOVE SKS-HIT TO SKS-RC.
           MOVE BIAYA-SKS-HIT TO JUMLAH-RC.
           PERFORM SIMPAN-RINCIAN.
           MOVE SKS-HIT TO SKS-ED.
           MOVE BIAYA-SKS-HIT TO UANG-ED.
           MOVE SPACES TO TGH-LINE.
           STRING "BIAYA SKS (" DELIMITED BY SIZE
               SKS-ED DELIMITED BY SIZE
               " SKS)              : " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
       TULIS-RINCIAN-PRAKTIK.
           IF PRAKTIK-HIT = 0
               GO TO TULIS-RINCIAN-TOTAL.
           MOVE NPM-G TO NPM-K.
           MOVE SEMESTER-G TO SEMESTER-K.
           MOVE SPACES TO KODE-MK-K.
           START KRSFILE KEY NOT < KRS-KUNCI
               INVALID KEY GO TO TULIS-RINCIAN-TOTAL.
       TULIS-RINCIAN-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO TULIS-RINCIAN-TOTAL.
           IF NPM-K NOT = NPM-G OR SEMESTER-K NOT = SEMESTER-G
               GO TO TULIS-RINCIAN-TOTAL.
           PERFORM CARI-PRAKTIK THRU CARI-PRAKTIK-SELESAI.
           IF BIAYA-MK-HIT = 0
               GO TO TULIS-RINCIAN-BACA.
           MOVE 'L' TO JENIS-RC.
           MOVE KODE-MK-K TO KODE-MK-RC.
           MOVE SKS-K TO SKS-RC.
           MOVE BIAYA-MK-HIT TO JUMLAH-RC.
           PERFORM SIMPAN-RINCIAN.
           MOVE BIAYA-MK-HIT TO UANG-ED.
           MOVE SPACES TO TGH-LINE.
           STRING "PRAKTIKUM " DELIMITED BY SIZE
               KODE-MK-K DELIMITED BY SIZE
               "          : " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           GO TO TULIS-RINCIAN-BACA.
       TULIS-RINCIAN-TOTAL.
           IF POTONGAN-G = 0
               GO TO TULIS-RINCIAN-NETO.
           MOVE 'B' TO JENIS-RC.
           MOVE SPACES TO KODE-MK-RC.
           MOVE 0 TO SKS-RC.
           COMPUTE JUMLAH-RC = 0 - POTONGAN-G.
           PERFORM SIMPAN-RINCIAN.
           MOVE POTONGAN-G TO UANG-ED.
           MOVE SPACES TO TGH-LINE.
           STRING "POTONGAN " DELIMITED BY SIZE
               SUMBER-G DELIMITED BY SIZE
               "     : -" DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
       TULIS-RINCIAN-NETO.
           MOVE TAGIHAN-G TO UANG-ED.
           MOVE SPACES TO TGH-LINE.
           STRING "TOTAL TAGIHAN                : " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           MOVE 0 TO I.
       TULIS-RINCIAN-CICIL.
           ADD 1 TO I.
           IF I > CICIL-JUMLAH-G
               GO TO TULIS-RINCIAN-SELESAI.
           MOVE JUMLAH-CG (I) TO UANG-ED.
           MOVE SPACES TO TGH-LINE.
           STRING "  CICILAN " DELIMITED BY SIZE
               I DELIMITED BY SIZE
               " TEMPO " DELIMITED BY SIZE
               TEMPO-G (I) DELIMITED BY SIZE
               "    : " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO TGH-LINE.
           WRITE TGH-LINE.
           GO TO TULIS-RINCIAN-CICIL.
       TULIS-RINCIAN-SELESAI.
           EXIT.

       SIMPAN-RINCIAN.
           ADD 1 TO URUT-HIT.
           MOVE NPM-G TO NPM-RC.
           MOVE SEMESTER-G TO SEMESTER-RC.
           MOVE URUT-HIT TO URUT-RC.
           MOVE TGL-HARI TO TANGGAL-RC.
           WRITE RECRINCI
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN RINCIAN " NPM-G.

       HAPUS-RINCIAN.
           MOVE NPM-G TO NPM-RC.
           MOVE SEMESTER-G TO SEMESTER-RC.
           MOVE 0 TO URUT-RC.
           START RINCIF KEY NOT < RINCI-KUNCI
               INVALID KEY GO TO HAPUS-RINCIAN-SELESAI.
       HAPUS-RINCIAN-BACA.
           READ RINCIF NEXT RECORD
               AT END GO TO HAPUS-RINCIAN-SELESAI.
           IF NPM-RC NOT = NPM-G OR SEMESTER-RC NOT = SEMESTER-G
               GO TO HAPUS-RINCIAN-SELESAI.
           DELETE RINCIF RECORD
               INVALID KEY GO TO HAPUS-RINCIAN-SELESAI.
           GO TO HAPUS-RINCIAN-BACA.
       HAPUS-RINCIAN-SELESAI.
           EXIT.

       JUMLAH-RINCIAN.
           MOVE 0 TO BRUTO-LAMA.
           MOVE 0 TO URUT-HIT.
           MOVE 'T' TO ADA-RINCI-YA.
           MOVE NPM-G TO NPM-RC.
           MOVE SEMESTER-G TO SEMESTER-RC.
           MOVE 0 TO URUT-RC.
           START RINCIF KEY NOT < RINCI-KUNCI
               INVALID KEY GO TO JUMLAH-RINCIAN-SELESAI.
       JUMLAH-RINCIAN-BACA.
           READ RINCIF NEXT RECORD
               AT END GO TO JUMLAH-RINCIAN-SELESAI.
           IF NPM-RC NOT = NPM-G OR SEMESTER-RC NOT = SEMESTER-G
               GO TO JUMLAH-RINCIAN-SELESAI.
           MOVE URUT-RC TO URUT-HIT.
           IF JENIS-RC = 'B' OR JENIS-RC = 'D' OR JENIS-RC = 'U'
               GO TO JUMLAH-RINCIAN-BACA.
           MOVE 'Y' TO ADA-RINCI-YA.
           ADD JUMLAH-RC TO BRUTO-LAMA.
           GO TO JUMLAH-RINCIAN-BACA.
       JUMLAH-RINCIAN-SELESAI.
           EXIT.

       BUKA-FILE9.
           DISPLAY "SEMESTER TAGIHAN : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           MOVE 'T' TO CEK-TEMPO-YA.
           PERFORM CEK-SEMCTL THRU CEK-SEMCTL-SELESAI.
           IF SEM-BUKA
               GO TO SESUAI-BUKA.
           DISPLAY "SEMESTER " SEMESTER-PILIH " SUDAH DITUTUP.".
           PERFORM MINTA-OVERRIDE THRU MINTA-OVERRIDE-SELESAI.
           IF SUPER-LEVEL < 3
               GO TO PILIH-MENU.
           MOVE SPACES TO AUDIT-NPM.
           MOVE "OVERRIDE" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       SESUAI-BUKA.
           OPEN I-O TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               DISPLAY "BELUM ADA TAGIHAN TERSIMPAN."
               GO TO PILIH-MENU.
           OPEN INPUT TARIF.
           IF STATUS-TARIF NOT = "00"
               DISPLAY "FILE TARIF.TXT TIDAK DITEMUKAN."
               CLOSE TAGIHAN
               GO TO PILIH-MENU.
           OPEN I-O RINCIF.
           IF STATUS-RINCI NOT = "00"
               DISPLAY "BELUM ADA RINCIAN TAGIHAN TERSIMPAN."
               CLOSE TAGIHAN
               CLOSE TARIF
               GO TO PILIH-MENU.
           OPEN INPUT KRSAPP.
           IF STATUS-APP = "00"
               MOVE 'Y' TO ADA-APP-YA
           ELSE
               MOVE 'T' TO ADA-APP-YA.
           OPEN INPUT BEASISWA.
           IF STATUS-BEA = "00"
               MOVE 'Y' TO ADA-BEA-YA
           ELSE
               MOVE 'T' TO ADA-BEA-YA.
           PERFORM BUKA-KOMPONEN THRU BUKA-KOMPONEN-SELESAI.
           IF NOT ADA-KOMP OR NOT ADA-KRS
               DISPLAY "FILE KOMPONEN.TXT / KRS.TXT TIDAK DAPAT "
                   "DIBUKA, PENYESUAIAN DIBATALKAN."
               CLOSE TAGIHAN
               CLOSE TARIF
               CLOSE RINCIF
               PERFORM TUTUP-KOMPONEN
               GO TO SESUAI-BATAL.
           OPEN OUTPUT SESUAICETAK.
           MOVE SPACES TO SESUAI-LINE.
           STRING "PENYESUAIAN TAGIHAN PERUBAHAN KRS SEMESTER "
               DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               INTO SESUAI-LINE.
           WRITE SESUAI-LINE.
           MOVE SPACES TO SESUAI-LINE.
           STRING "NPM            KELAS  BRUTO LAMA BRUTO BARU"
               DELIMITED BY SIZE
               "    SELISIH KETERANGAN" DELIMITED BY SIZE
               INTO SESUAI-LINE.
           WRITE SESUAI-LINE.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-TAMBAH.
           MOVE 0 TO TOTAL-KREDIT.
           MOVE 0 TO TOTAL-TETAP.
           MOVE 0 TO TOTAL-LAMA.
           MOVE 0 TO TOTAL-TANPA.
           MOVE 0 TO TOTAL-BELUM.
       SESUAI-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO SESUAI-SELESAI.
           IF SEMESTER-G NOT = SEMESTER-PILIH
               GO TO SESUAI-BACA.
           MOVE NPM-G TO NPM-O.
           MOVE SEMESTER-G TO SEMESTER-O.
           MOVE KELAS-G TO KELAS-O.
           PERFORM CEK-APP THRU CEK-APP-SELESAI.
           IF NOT APP-SAH
               ADD 1 TO TOTAL-BELUM
               GO TO SESUAI-BACA.
           MOVE KELAS-G TO KELAS-T.
           MOVE SEMESTER-G TO SEMESTER-T.
           READ TARIF
               INVALID KEY
                   ADD 1 TO TOTAL-TANPA
                   GO TO SESUAI-BACA.
           PERFORM JUMLAH-RINCIAN THRU JUMLAH-RINCIAN-SELESAI.
           IF NOT ADA-RINCI
               ADD 1 TO TOTAL-LAMA
               MOVE SPACES TO SESUAI-LINE
               STRING NPM-G DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KELAS-G DELIMITED BY SIZE
                   "  TANPA RINCIAN, DILEWATI" DELIMITED BY SIZE
                   INTO SESUAI-LINE
               WRITE SESUAI-LINE
               GO TO SESUAI-BACA.
           PERFORM HITUNG-BIAYA THRU HITUNG-BIAYA-SELESAI.
           PERFORM CEK-BEASISWA THRU CEK-BEASISWA-SELESAI.
           IF BRUTO-HIT = BRUTO-LAMA AND POTONGAN-HIT = POTONGAN-G
               ADD 1 TO TOTAL-TETAP
               GO TO SESUAI-BACA.
           COMPUTE SELISIH =
               BRUTO-HIT - BRUTO-LAMA - POTONGAN-HIT + POTONGAN-G.
           COMPUTE NETO-HIT = TAGIHAN-G + SELISIH.
           IF NETO-HIT < 0
               MOVE 0 TO NETO-HIT.
           MOVE NETO-HIT TO TAGIHAN-G.
           COMPUTE SELISIH-BEA = POTONGAN-G - POTONGAN-HIT.
           MOVE POTONGAN-HIT TO POTONGAN-G.
           MOVE SUMBER-HIT TO SUMBER-G.
           PERFORM SESUAI-CICIL THRU SESUAI-CICIL-SELESAI.
           REWRITE RECTAGIHAN
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN PENYESUAIAN " NPM-G
                   GO TO SESUAI-BACA.
           IF BRUTO-HIT NOT = BRUTO-LAMA
               MOVE 'K' TO JENIS-RC
               MOVE SPACES TO KODE-MK-RC
               MOVE SKS-HIT TO SKS-RC
               COMPUTE JUMLAH-RC = BRUTO-HIT - BRUTO-LAMA
               PERFORM SIMPAN-RINCIAN.
           IF SELISIH-BEA NOT = 0
               MOVE 'B' TO JENIS-RC
               MOVE SPACES TO KODE-MK-RC
               MOVE 0 TO SKS-RC
               MOVE SELISIH-BEA TO JUMLAH-RC
               PERFORM SIMPAN-RINCIAN.
           PERFORM TULIS-SESUAI THRU TULIS-SESUAI-SELESAI.
           GO TO SESUAI-BACA.
       SESUAI-SELESAI.
           CLOSE TAGIHAN.
           CLOSE TARIF.
           CLOSE RINCIF.
           IF ADA-APP
               CLOSE KRSAPP.
           IF ADA-BEA
               CLOSE BEASISWA.
           PERFORM TUTUP-KOMPONEN.
           MOVE SPACES TO SESUAI-LINE.
           STRING "TAMBAHAN " DELIMITED BY SIZE
               TOTAL-TAMBAH DELIMITED BY SIZE
               "  KREDIT " DELIMITED BY SIZE
               TOTAL-KREDIT DELIMITED BY SIZE
               "  TETAP " DELIMITED BY SIZE
               TOTAL-TETAP DELIMITED BY SIZE
               "  TANPA RINCIAN " DELIMITED BY SIZE
               TOTAL-LAMA DELIMITED BY SIZE
               INTO SESUAI-LINE.
           WRITE SESUAI-LINE.
           CLOSE SESUAICETAK.
           MOVE 'SESUAI.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY " ".
           DISPLAY "TAGIHAN TAMBAHAN     : " TOTAL-TAMBAH.
           DISPLAY "TAGIHAN DIKREDIT     : " TOTAL-KREDIT.
           DISPLAY "TIDAK BERUBAH        : " TOTAL-TETAP.
           DISPLAY "TANPA RINCIAN        : " TOTAL-LAMA.
           DISPLAY "TANPA TARIF          : " TOTAL-TANPA.
           DISPLAY "KRS BELUM DISETUJUI  : " TOTAL-BELUM.
           DISPLAY "DAFTAR PENYESUAIAN DITULIS KE SESUAI.LIS.".
           GO TO PILIH-MENU.
       SESUAI-BATAL.
           IF ADA-APP
               CLOSE KRSAPP.
           IF ADA-BEA
               CLOSE BEASISWA.
           GO TO PILIH-MENU.

       SESUAI-CICIL.
           IF CICIL-JUMLAH-G = 0
               GO TO SESUAI-CICIL-SELESAI.
           IF SELISIH > 0
               ADD SELISIH TO JUMLAH-CG (CICIL-JUMLAH-G)
               GO TO SESUAI-CICIL-SELESAI.
           COMPUTE SISA-KREDIT = 0 - SELISIH.
           MOVE CICIL-JUMLAH-G TO I.
       SESUAI-CICIL-KURANG.
           IF I = 0 OR SISA-KREDIT = 0
               GO TO SESUAI-CICIL-SELESAI.
           IF JUMLAH-CG (I) NOT < SISA-KREDIT
               SUBTRACT SISA-KREDIT FROM JUMLAH-CG (I)
               GO TO SESUAI-CICIL-SELESAI.
           SUBTRACT JUMLAH-CG (I) FROM SISA-KREDIT.
           MOVE 0 TO JUMLAH-CG (I).
           SUBTRACT 1 FROM I.
           GO TO SESUAI-CICIL-KURANG.
       SESUAI-CICIL-SELESAI.
           EXIT.

       TULIS-SESUAI.
           IF SELISIH > 0
               ADD 1 TO TOTAL-TAMBAH
               MOVE "TAMBAHAN" TO KET-SESUAI
           ELSE
               ADD 1 TO TOTAL-KREDIT
               MOVE "KREDIT" TO KET-SESUAI.
           MOVE BRUTO-LAMA TO UANG-ED.
           MOVE BRUTO-HIT TO UANG-ED2.
           MOVE SELISIH TO UANG-ED3.
           MOVE SPACES TO SESUAI-LINE.
           STRING NPM-G DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-G DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               UANG-ED2 DELIMITED BY SIZE
               UANG-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KET-SESUAI DELIMITED BY SIZE
               INTO SESUAI-LINE.
           WRITE SESUAI-LINE.
           IF BAYAR-G NOT > TAGIHAN-G
               GO TO TULIS-SESUAI-SELESAI.
           COMPUTE UANG-ED = BAYAR-G - TAGIHAN-G.
           MOVE SPACES TO SESUAI-LINE.
           STRING "               KELEBIHAN BAYAR " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               " PERLU DIKEMBALIKAN" DELIMITED BY SIZE
               INTO SESUAI-LINE.
           WRITE SESUAI-LINE.
       TULIS-SESUAI-SELESAI.
           EXIT.

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
           DISPLAY "BLOKIR KEUANGAN NPM " NPM-LEPAS " DILEPAS.".
           MOVE OPERATOR-ID TO SUPER-ID.
           MOVE NPM-LEPAS TO AUDIT-NPM.
           MOVE "LEPAS" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       LEPAS-BLOKIR-SELESAI.
           EXIT.

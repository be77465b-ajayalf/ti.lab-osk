       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAMALKAS.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
           SELECT KWFILE ASSIGN TO KW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOMOR-KW
           FILE STATUS IS STATUS-KW.
           SELECT SEMCTL ASSIGN TO SEMCTL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMESTER-SC
           FILE STATUS IS STATUS-SEMCTL.
           SELECT BANKPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-POS.
           SELECT BANKOUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-VA.
           SELECT BAYAR-SORT ASSIGN TO DISK.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
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
       FD KWFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKW.
       01 RECKW.
           02 NOMOR-KW pic 9(8).
           02 NPM-KW pic X(14).
           02 SEMESTER-KW pic X(6).
           02 TANGGAL-KW pic X(8).
           02 JAM-KW pic X(8).
           02 JUMLAH-KW pic 9(9).
           02 SISA-KW pic 9(9).
           02 OPERATOR-KW pic X(10).
       FD SEMCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSEMCTL.
       01 RECSEMCTL.
           02 SEMESTER-SC pic X(6).
           02 KRS-BUKA-SC pic X(8).
           02 KRS-TUTUP-SC pic X(8).
           02 NIL-BUKA-SC pic X(8).
           02 NIL-TUTUP-SC pic X(8).
           02 BAYAR-TEMPO-SC pic X(8).
           02 TUTUP-SC pic X.
       FD BANKPOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BANKPOS.TXT'
           DATA RECORD IS RECPOS.
       01 RECPOS.
           02 NPM-PS pic X(14).
           02 SEMESTER-PS pic X(6).
           02 TANGGAL-PS pic X(8).
           02 TANGGAL-B-PS pic X(8).
           02 JUMLAH-PS pic 9(9).
       FD BANKOUT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'VA.TXT'
           DATA RECORD IS VA-LINE.
       01 VA-LINE.
           02 NPM-V pic X(14).
           02 NAMA-V pic X(23).
           02 JUMLAH-V pic 9(9).
           02 TEMPO-V pic X(8).
       SD BAYAR-SORT.
       01 RECBAYAR.
           02 KUNCI-S.
               03 NPM-S pic X(14).
               03 SEMESTER-S pic X(6).
           02 JENIS-S pic X.
           02 TGL-S pic X(8).
           02 JUMLAH-S pic 9(9).
           02 KELAS-S pic X(5).
           02 BAYAR-S pic 9(9).
           02 CICIL-JUMLAH-S pic 9.
           02 CICIL-S OCCURS 3 TIMES.
               03 TEMPO-S pic X(8).
               03 JUMLAH-CS pic 9(9).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RAMALKAS.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-KW pic XX.
       77 STATUS-SEMCTL pic XX.
       77 STATUS-POS pic XX.
       77 STATUS-VA pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 KW-FILENAME pic X(30) VALUE 'KUITANSI.TXT'.
       77 SEMCTL-FILENAME pic X(30) VALUE 'SEMCTL.TXT'.
       77 ADA-VA-YA pic X.
           88 ADA-VA VALUE 'Y'.
       77 ADA-SEMCTL-YA pic X.
           88 ADA-SEMCTL VALUE 'Y'.
       77 ADA-TAGIHAN-YA pic X.
           88 ADA-TAGIHAN VALUE 'Y'.
       77 SEMESTER-PILIH pic X(6).
       77 TGL-AWAL pic X(8).
       77 TGL-JALAN pic X(8).
       77 HARI-AWAL pic 9(7).
       77 HARI-INI pic 9(7).
       77 SAMPEL-MIN pic 9(3) VALUE 5.
       01 TGL-HITUNG.
           02 THN-H pic 9(4).
           02 BLN-H pic 99.
           02 HARI-H pic 99.
       77 HARI-KE pic 9(7).
       77 TGL-SAH-YA pic X.
           88 TGL-SAH VALUE 'Y'.
       77 KABISAT-YA pic X.
           88 KABISAT VALUE 'Y'.
       77 TAHUN-LALU pic 9(4).
       77 BAGI-HASIL pic 9(7).
       77 BAGI-SISA pic 9(4).
       77 BATAS-HARI pic 99.
       01 LAMA-BULAN-NILAI pic X(24)
           VALUE '312831303130313130313031'.
       01 TABEL-LAMA-BULAN REDEFINES LAMA-BULAN-NILAI.
           02 LAMA-BLN pic 99 OCCURS 12 TIMES.
       01 KUM-BULAN-NILAI pic X(36)
           VALUE '000031059090120151181212243273304334'.
       01 TABEL-KUM-BULAN REDEFINES KUM-BULAN-NILAI.
           02 KUM-HARI pic 9(3) OCCURS 12 TIMES.
       01 TABEL-MINGGU.
           02 MINGGU-BARIS OCCURS 27 TIMES.
               03 TM-TGL pic X(8).
               03 TM-UANG pic 9(13)V99 OCCURS 3 TIMES.
       01 TABEL-BULAN.
           02 BULAN-BARIS OCCURS 7 TIMES.
               03 TB-LABEL.
                   04 TB-THN pic X(4).
                   04 TB-STRIP pic X.
                   04 TB-BLN pic X(2).
               03 TB-BATAS pic 9(7).
               03 TB-UANG pic 9(13)V99 OCCURS 3 TIMES.
       01 TABEL-KELAS.
           02 KELAS-BARIS OCCURS 50 TIMES.
               03 TK-KELAS pic X(5).
               03 TK-CICIL OCCURS 3 TIMES.
                   04 TK-TEPAT pic 9(5).
                   04 TK-TELAT pic 9(5).
                   04 TK-TIDAK pic 9(5).
                   04 TK-HARI pic 9(9).
               03 TK-BUKA pic 9(13).
               03 TK-LEWAT pic 9(13).
               03 TK-BULAN OCCURS 7 TIMES.
                   04 TK-UANG pic 9(13)V99 OCCURS 3 TIMES.
               03 TK-TOTAL pic 9(13)V99 OCCURS 3 TIMES.
       01 TABEL-CICIL.
           02 CICIL-BARIS OCCURS 3 TIMES.
               03 TC-TEPAT pic 9(5).
               03 TC-TELAT pic 9(5).
               03 TC-TIDAK pic 9(5).
               03 TC-HARI pic 9(9).
       01 TOTAL-SKENARIO.
           02 TS-TOTAL pic 9(13)V99 OCCURS 3 TIMES.
       77 SEMUA-TEPAT pic 9(5).
       77 SEMUA-TELAT pic 9(5).
       77 SEMUA-TIDAK pic 9(5).
       77 SEMUA-HARI pic 9(9).
       77 ISI-KELAS pic 9(3).
       77 KELAS-KE pic 9(3).
       77 KELAS-CARI pic X(5).
       77 I pic 9(3).
       77 C pic 9.
       77 B pic 9.
       77 S pic 9.
       77 HARI-TUJUH pic 9.
       01 BYR-O.
           02 BYR-KUNCI.
               03 BYR-NPM pic X(14).
               03 BYR-SEMESTER pic X(6).
           02 BYR-JENIS pic X.
           02 BYR-TGL pic X(8).
           02 BYR-JUMLAH pic 9(9).
           02 BYR-KELAS pic X(5).
           02 BYR-BAYAR pic 9(9).
           02 BYR-CICIL-JUMLAH pic 9.
           02 BYR-CICIL OCCURS 3 TIMES.
               03 BYR-TEMPO pic X(8).
               03 BYR-JUMLAH-C pic 9(9).
       77 KUNCI-LAMA pic X(20).
       77 ADA-RIWAYAT-YA pic X.
           88 ADA-RIWAYAT VALUE 'Y'.
       01 TAGIHAN-RIWAYAT.
           02 RW-KELAS pic X(5).
           02 RW-JUMLAH-CICIL pic 9.
           02 RW-BAYAR pic 9(9).
           02 RW-MASUK pic 9(11).
           02 RW-CICIL OCCURS 3 TIMES.
               03 RW-TEMPO pic X(8).
               03 RW-KUMULATIF pic 9(11).
               03 RW-TGL-LUNAS pic X(8).
       77 HASIL-CICIL pic X.
           88 HASIL-TEPAT VALUE 'P'.
           88 HASIL-TELAT VALUE 'L'.
           88 HASIL-TIDAK VALUE 'T'.
       77 HARI-TEMPO pic 9(7).
       77 HARI-TELAT pic 9(7).
       77 NPM-VA pic X(14).
       77 CICIL-VA pic 9.
       77 VA-LAIN-YA pic X.
           88 VA-LAIN VALUE 'Y'.
       77 SISA-BAGI pic 9(9).
       77 UANG-BAGIAN pic 9(9).
       77 KUMULATIF pic 9(11).
       77 KUMULATIF-LALU pic 9(11).
       77 CICIL-KE pic 9.
       77 R-TEPAT pic 9(5).
       77 R-TELAT pic 9(5).
       77 R-TIDAK pic 9(5).
       77 R-HARI pic 9(9).
       77 R-SAMPEL pic 9(6).
       77 RATE-TEPAT pic 9V9999.
       77 RATE-TELAT pic 9V9999.
       77 RATE-TIDAK pic 9V9999.
       77 RATE-SUSUL pic 9V9999.
       77 LAMBAT pic 9(3).
       77 DASAR-RATE pic X(10).
       77 HARI-TARUH pic 9(7).
       77 UANG-TARUH pic 9(13)V99.
       77 SELISIH-HARI pic 9(7).
       77 MINGGU-KE pic 9(5).
       77 BULAN-KE pic 9.
       77 TOTAL-KW pic 9(7).
       77 TOTAL-POS pic 9(7).
       77 TOTAL-DINILAI pic 9(7).
       77 TOTAL-BUKA-TGH pic 9(7).
       77 TOTAL-BAGIAN pic 9(7).
       77 TOTAL-TANPA-TEMPO pic 9(7).
       77 TOTAL-BUKA pic 9(13).
       77 TOTAL-LEWAT pic 9(13).
       77 TOTAL-LAIN pic 9(13).
       77 JML-EKSPOR pic 9(7).
       77 UANG-EKSPOR pic 9(13).
       77 JML-BELUM pic 9(7).
       77 UANG-BELUM pic 9(13).
       01 BARIS-RINGKAS.
           02 RR-URAIAN pic X(40).
           02 RR-JUMLAH pic Z(6)9.
           02 FILLER pic X(2).
           02 RR-UANG pic Z(15)9.
       01 BARIS-RATE.
           02 RT-KELAS pic X(5).
           02 FILLER pic X(3).
           02 RT-CICIL pic 9.
           02 FILLER pic X(3).
           02 RT-SAMPEL pic Z(5)9.
           02 FILLER pic X(3).
           02 RT-TEPAT pic ZZ9.99.
           02 FILLER pic X(3).
           02 RT-TELAT pic ZZ9.99.
           02 FILLER pic X(3).
           02 RT-TIDAK pic ZZ9.99.
           02 FILLER pic X(5).
           02 RT-HARI pic ZZ9.
           02 FILLER pic X(3).
           02 RT-DASAR pic X(10).
       01 BARIS-UANG.
           02 BU-URAIAN pic X(22).
           02 FILLER pic X(2).
           02 BU-BAIK pic Z(15)9.
           02 FILLER pic X.
           02 BU-HARAP pic Z(15)9.
           02 FILLER pic X.
           02 BU-BURUK pic Z(15)9.
       01 URAIAN-MINGGU.
           02 UM-TEKS pic X(7) VALUE 'MINGGU '.
           02 UM-KE pic 99.
           02 FILLER pic X(2) VALUE SPACES.
           02 UM-TGL pic X(8).
       77 PERSEN-HITUNG pic 9(3)V99.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'RAMALKAS'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====RAMALAN PENERIMAAN UANG KULIAH=====".
           DISPLAY "SEMESTER TAGIHAN BERJALAN : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           IF SEMESTER-PILIH = SPACES
               DISPLAY "SEMESTER HARUS DIISI."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "TANGGAL AWAL RAMALAN YYYYMMDD (KOSONGKAN = HARI "
               "INI) : " WITH NO ADVANCING.
           ACCEPT TGL-AWAL.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           IF TGL-AWAL = SPACES
               MOVE TGL-JALAN TO TGL-AWAL.
           MOVE TGL-AWAL TO TGL-HITUNG.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           IF NOT TGL-SAH
               DISPLAY "TANGGAL AWAL TIDAK SAH."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE HARI-KE TO HARI-AWAL.
           MOVE TGL-JALAN TO TGL-HITUNG.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           MOVE HARI-KE TO HARI-INI.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               DISPLAY "FILE TAGIHAN.TXT TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           INITIALIZE TABEL-MINGGU.
           INITIALIZE TABEL-BULAN.
           INITIALIZE TABEL-CICIL.
           INITIALIZE TOTAL-SKENARIO.
           MOVE 0 TO ISI-KELAS.
           MOVE 0 TO SEMUA-TEPAT.
           MOVE 0 TO SEMUA-TELAT.
           MOVE 0 TO SEMUA-TIDAK.
           MOVE 0 TO SEMUA-HARI.
           MOVE 0 TO TOTAL-KW.
           MOVE 0 TO TOTAL-POS.
           MOVE 0 TO TOTAL-DINILAI.
           MOVE 0 TO TOTAL-BUKA-TGH.
           MOVE 0 TO TOTAL-BAGIAN.
           MOVE 0 TO TOTAL-TANPA-TEMPO.
           MOVE 0 TO TOTAL-BUKA.
           MOVE 0 TO TOTAL-LEWAT.
           MOVE 0 TO TOTAL-LAIN.
           MOVE 0 TO JML-EKSPOR.
           MOVE 0 TO UANG-EKSPOR.
           MOVE 0 TO JML-BELUM.
           MOVE 0 TO UANG-BELUM.
           PERFORM SIAPKAN-PERIODE THRU SIAPKAN-PERIODE-SELESAI.
           DISPLAY "MEMBACA RIWAYAT PEMBAYARAN...".
           SORT BAYAR-SORT ON ASCENDING KEY NPM-S SEMESTER-S JENIS-S
               TGL-S
               INPUT PROCEDURE IS RIWAYAT-MULAI THRU RIWAYAT-SELESAI
               OUTPUT PROCEDURE IS KETEPATAN-MULAI
                   THRU KETEPATAN-SELESAI.
           CLOSE TAGIHAN.
           DISPLAY "MENGHITUNG RAMALAN...".
           PERFORM RAMAL-TAGIHAN THRU RAMAL-TAGIHAN-SELESAI.
           PERFORM CETAK-RAMALAN THRU CETAK-RAMALAN-SELESAI.
           MOVE 'RAMALKAS.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY " ".
           DISPLAY "TAGIHAN TERBUKA DIRAMAL : " TOTAL-BUKA-TGH.
           DISPLAY "CICILAN RIWAYAT DINILAI : " TOTAL-DINILAI.
           DISPLAY "RAMALAN TERCETAK KE RAMALKAS.LIS.".
           STOP RUN.

       HITUNG-HARI.
           MOVE 'T' TO TGL-SAH-YA.
           MOVE 0 TO HARI-KE.
           IF TGL-HITUNG IS NOT NUMERIC
               GO TO HITUNG-HARI-SELESAI.
           IF THN-H < 1 OR BLN-H < 1 OR BLN-H > 12 OR HARI-H < 1
               GO TO HITUNG-HARI-SELESAI.
           PERFORM CEK-KABISAT.
           MOVE LAMA-BLN (BLN-H) TO BATAS-HARI.
           IF BLN-H = 2 AND KABISAT
               MOVE 29 TO BATAS-HARI.
           IF HARI-H > BATAS-HARI
               GO TO HITUNG-HARI-SELESAI.
           COMPUTE TAHUN-LALU = THN-H - 1.
           COMPUTE HARI-KE = TAHUN-LALU * 365 + KUM-HARI (BLN-H)
               + HARI-H.
           DIVIDE TAHUN-LALU BY 4 GIVING BAGI-HASIL.
           ADD BAGI-HASIL TO HARI-KE.
           DIVIDE TAHUN-LALU BY 100 GIVING BAGI-HASIL.
           SUBTRACT BAGI-HASIL FROM HARI-KE.
           DIVIDE TAHUN-LALU BY 400 GIVING BAGI-HASIL.
           ADD BAGI-HASIL TO HARI-KE.
           IF BLN-H > 2 AND KABISAT
               ADD 1 TO HARI-KE.
           MOVE 'Y' TO TGL-SAH-YA.
       HITUNG-HARI-SELESAI.
           EXIT.

       CEK-KABISAT.
           MOVE 'T' TO KABISAT-YA.
           DIVIDE THN-H BY 4 GIVING BAGI-HASIL REMAINDER BAGI-SISA.
           IF BAGI-SISA = 0
               MOVE 'Y' TO KABISAT-YA.
           DIVIDE THN-H BY 100 GIVING BAGI-HASIL REMAINDER BAGI-SISA.
           IF BAGI-SISA = 0
               MOVE 'T' TO KABISAT-YA.
           DIVIDE THN-H BY 400 GIVING BAGI-HASIL REMAINDER BAGI-SISA.
           IF BAGI-SISA = 0
               MOVE 'Y' TO KABISAT-YA.

       TAMBAH-HARI.
           PERFORM CEK-KABISAT.
           MOVE LAMA-BLN (BLN-H) TO BATAS-HARI.
           IF BLN-H = 2 AND KABISAT
               MOVE 29 TO BATAS-HARI.
           ADD 1 TO HARI-H.
           IF HARI-H > BATAS-HARI
               MOVE 1 TO HARI-H
               ADD 1 TO BLN-H.
           IF BLN-H > 12
               MOVE 1 TO BLN-H
               ADD 1 TO THN-H.

       SIAPKAN-PERIODE.
           MOVE TGL-AWAL TO TGL-HITUNG.
           MOVE 0 TO I.
       SIAPKAN-MINGGU.
           ADD 1 TO I.
           IF I > 26
               GO TO SIAPKAN-BULAN.
           MOVE TGL-HITUNG TO TM-TGL (I).
           MOVE 0 TO HARI-TUJUH.
       SIAPKAN-MINGGU-HARI.
           ADD 1 TO HARI-TUJUH.
           IF HARI-TUJUH > 7
               GO TO SIAPKAN-MINGGU.
           PERFORM TAMBAH-HARI.
           GO TO SIAPKAN-MINGGU-HARI.
       SIAPKAN-BULAN.
           MOVE "SETELAH" TO TM-TGL (27).
           MOVE TGL-AWAL TO TGL-HITUNG.
           MOVE THN-H TO TB-THN (1).
           MOVE "-" TO TB-STRIP (1).
           MOVE BLN-H TO TB-BLN (1).
           MOVE HARI-AWAL TO TB-BATAS (1).
           MOVE 1 TO I.
       SIAPKAN-BULAN-ULANG.
           ADD 1 TO I.
           IF I > 7
               GO TO SIAPKAN-PERIODE-SELESAI.
           MOVE 1 TO HARI-H.
           ADD 1 TO BLN-H.
           IF BLN-H > 12
               MOVE 1 TO BLN-H
               ADD 1 TO THN-H.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           MOVE HARI-KE TO TB-BATAS (I).
           IF I < 7
               MOVE THN-H TO TB-THN (I)
               MOVE "-" TO TB-STRIP (I)
               MOVE BLN-H TO TB-BLN (I)
           ELSE
               MOVE "SETELAH" TO TB-LABEL (I).
           GO TO SIAPKAN-BULAN-ULANG.
       SIAPKAN-PERIODE-SELESAI.
           EXIT.

       RIWAYAT-MULAI.
           READ TAGIHAN NEXT RECORD
               AT END GO TO RIWAYAT-KUITANSI.
           IF CICIL-JUMLAH-G = 0 OR CICIL-JUMLAH-G > 3
               GO TO RIWAYAT-MULAI.
           INITIALIZE RECBAYAR.
           MOVE NPM-G TO NPM-S.
           MOVE SEMESTER-G TO SEMESTER-S.
           MOVE 'A' TO JENIS-S.
           MOVE KELAS-G TO KELAS-S.
           MOVE BAYAR-G TO BAYAR-S.
           MOVE CICIL-JUMLAH-G TO CICIL-JUMLAH-S.
           MOVE TEMPO-G (1) TO TEMPO-S (1).
           MOVE JUMLAH-CG (1) TO JUMLAH-CS (1).
           MOVE TEMPO-G (2) TO TEMPO-S (2).
           MOVE JUMLAH-CG (2) TO JUMLAH-CS (2).
           MOVE TEMPO-G (3) TO TEMPO-S (3).
           MOVE JUMLAH-CG (3) TO JUMLAH-CS (3).
           RELEASE RECBAYAR.
           GO TO RIWAYAT-MULAI.
       RIWAYAT-KUITANSI.
           OPEN INPUT KWFILE.
           IF STATUS-KW NOT = "00"
               GO TO RIWAYAT-BANK.
       RIWAYAT-KUITANSI-BACA.
           READ KWFILE NEXT RECORD
               AT END GO TO RIWAYAT-KUITANSI-TUTUP.
           IF JUMLAH-KW IS NOT NUMERIC OR JUMLAH-KW = 0
               GO TO RIWAYAT-KUITANSI-BACA.
           INITIALIZE RECBAYAR.
           MOVE NPM-KW TO NPM-S.
           MOVE SEMESTER-KW TO SEMESTER-S.
           MOVE 'B' TO JENIS-S.
           MOVE TANGGAL-KW TO TGL-S.
           MOVE JUMLAH-KW TO JUMLAH-S.
           RELEASE RECBAYAR.
           ADD 1 TO TOTAL-KW.
           GO TO RIWAYAT-KUITANSI-BACA.
       RIWAYAT-KUITANSI-TUTUP.
           CLOSE KWFILE.
       RIWAYAT-BANK.
           OPEN INPUT BANKPOS.
           IF STATUS-POS NOT = "00"
               GO TO RIWAYAT-SELESAI.
       RIWAYAT-BANK-BACA.
           READ BANKPOS
               AT END GO TO RIWAYAT-BANK-TUTUP.
           IF JUMLAH-PS IS NOT NUMERIC OR JUMLAH-PS = 0
               GO TO RIWAYAT-BANK-BACA.
           INITIALIZE RECBAYAR.
           MOVE NPM-PS TO NPM-S.
           MOVE SEMESTER-PS TO SEMESTER-S.
           MOVE 'B' TO JENIS-S.
           MOVE TANGGAL-B-PS TO TGL-S.
           IF TANGGAL-B-PS = SPACES
               MOVE TANGGAL-PS TO TGL-S.
           MOVE JUMLAH-PS TO JUMLAH-S.
           RELEASE RECBAYAR.
           ADD 1 TO TOTAL-POS.
           GO TO RIWAYAT-BANK-BACA.
       RIWAYAT-BANK-TUTUP.
           CLOSE BANKPOS.
       RIWAYAT-SELESAI.
           EXIT.

       KETEPATAN-MULAI.
           MOVE SPACES TO KUNCI-LAMA.
           MOVE 'T' TO ADA-RIWAYAT-YA.
       KETEPATAN-BACA.
           RETURN BAYAR-SORT INTO BYR-O
               AT END GO TO KETEPATAN-AKHIR.
           IF BYR-KUNCI NOT = KUNCI-LAMA
               PERFORM NILAI-KETEPATAN THRU NILAI-KETEPATAN-SELESAI
               MOVE BYR-KUNCI TO KUNCI-LAMA
               MOVE 'T' TO ADA-RIWAYAT-YA.
           IF BYR-JENIS = 'A'
               PERFORM MULAI-RIWAYAT
               GO TO KETEPATAN-BACA.
           IF ADA-RIWAYAT
               PERFORM CATAT-MASUK.
           GO TO KETEPATAN-BACA.
       KETEPATAN-AKHIR.
           PERFORM NILAI-KETEPATAN THRU NILAI-KETEPATAN-SELESAI.
       KETEPATAN-SELESAI.
           EXIT.

       MULAI-RIWAYAT.
           MOVE 'Y' TO ADA-RIWAYAT-YA.
           MOVE BYR-KELAS TO RW-KELAS.
           MOVE BYR-CICIL-JUMLAH TO RW-JUMLAH-CICIL.
           MOVE BYR-BAYAR TO RW-BAYAR.
           MOVE 0 TO RW-MASUK.
           MOVE BYR-TEMPO (1) TO RW-TEMPO (1).
           MOVE BYR-TEMPO (2) TO RW-TEMPO (2).
           MOVE BYR-TEMPO (3) TO RW-TEMPO (3).
           MOVE BYR-JUMLAH-C (1) TO RW-KUMULATIF (1).
           COMPUTE RW-KUMULATIF (2) = RW-KUMULATIF (1)
               + BYR-JUMLAH-C (2).
           COMPUTE RW-KUMULATIF (3) = RW-KUMULATIF (2)
               + BYR-JUMLAH-C (3).
           MOVE SPACES TO RW-TGL-LUNAS (1).
           MOVE SPACES TO RW-TGL-LUNAS (2).
           MOVE SPACES TO RW-TGL-LUNAS (3).

       CATAT-MASUK.
           ADD BYR-JUMLAH TO RW-MASUK.
           IF RW-TGL-LUNAS (1) = SPACES
               AND RW-MASUK NOT < RW-KUMULATIF (1)
                   MOVE BYR-TGL TO RW-TGL-LUNAS (1).
           IF RW-JUMLAH-CICIL > 1 AND RW-TGL-LUNAS (2) = SPACES
               AND RW-MASUK NOT < RW-KUMULATIF (2)
                   MOVE BYR-TGL TO RW-TGL-LUNAS (2).
           IF RW-JUMLAH-CICIL > 2 AND RW-TGL-LUNAS (3) = SPACES
               AND RW-MASUK NOT < RW-KUMULATIF (3)
                   MOVE BYR-TGL TO RW-TGL-LUNAS (3).

       NILAI-KETEPATAN.
           IF NOT ADA-RIWAYAT
               GO TO NILAI-KETEPATAN-SELESAI.
           MOVE RW-KELAS TO KELAS-CARI.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           MOVE 0 TO C.
       NILAI-KETEPATAN-CICIL.
           ADD 1 TO C.
           IF C > RW-JUMLAH-CICIL
               GO TO NILAI-KETEPATAN-SELESAI.
           PERFORM NILAI-CICIL THRU NILAI-CICIL-SELESAI.
           GO TO NILAI-KETEPATAN-CICIL.
       NILAI-KETEPATAN-SELESAI.
           EXIT.

       NILAI-CICIL.
           MOVE RW-TEMPO (C) TO TGL-HITUNG.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           IF NOT TGL-SAH
               GO TO NILAI-CICIL-SELESAI.
           MOVE HARI-KE TO HARI-TEMPO.
           MOVE 0 TO HARI-TELAT.
           IF RW-TGL-LUNAS (C) = SPACES
               GO TO NILAI-CICIL-BELUM.
           MOVE RW-TGL-LUNAS (C) TO TGL-HITUNG.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           IF NOT TGL-SAH
               GO TO NILAI-CICIL-SELESAI.
           IF HARI-KE NOT > HARI-TEMPO
               MOVE 'P' TO HASIL-CICIL
           ELSE
               MOVE 'L' TO HASIL-CICIL
               COMPUTE HARI-TELAT = HARI-KE - HARI-TEMPO.
           GO TO NILAI-CICIL-CATAT.
       NILAI-CICIL-BELUM.
           IF RW-BAYAR NOT < RW-KUMULATIF (C)
               GO TO NILAI-CICIL-SELESAI.
           IF HARI-TEMPO NOT < HARI-INI
               GO TO NILAI-CICIL-SELESAI.
           MOVE 'T' TO HASIL-CICIL.
       NILAI-CICIL-CATAT.
           ADD 1 TO TOTAL-DINILAI.
           IF HASIL-TEPAT
               ADD 1 TO TC-TEPAT (C)
               ADD 1 TO SEMUA-TEPAT.
           IF HASIL-TELAT
               ADD 1 TO TC-TELAT (C)
               ADD HARI-TELAT TO TC-HARI (C)
               ADD 1 TO SEMUA-TELAT
               ADD HARI-TELAT TO SEMUA-HARI.
           IF HASIL-TIDAK
               ADD 1 TO TC-TIDAK (C)
               ADD 1 TO SEMUA-TIDAK.
           IF KELAS-KE = 0
               GO TO NILAI-CICIL-SELESAI.
           IF HASIL-TEPAT
               ADD 1 TO TK-TEPAT (KELAS-KE, C).
           IF HASIL-TELAT
               ADD 1 TO TK-TELAT (KELAS-KE, C)
               ADD HARI-TELAT TO TK-HARI (KELAS-KE, C).
           IF HASIL-TIDAK
               ADD 1 TO TK-TIDAK (KELAS-KE, C).
       NILAI-CICIL-SELESAI.
           EXIT.

       CARI-KELAS.
           IF KELAS-CARI = SPACES
               MOVE "-" TO KELAS-CARI.
           MOVE 0 TO KELAS-KE.
           MOVE 0 TO I.
       CARI-KELAS-ULANG.
           ADD 1 TO I.
           IF I > ISI-KELAS
               GO TO CARI-KELAS-BARU.
           IF TK-KELAS (I) = KELAS-CARI
               MOVE I TO KELAS-KE
               GO TO CARI-KELAS-SELESAI.
           GO TO CARI-KELAS-ULANG.
       CARI-KELAS-BARU.
           IF ISI-KELAS NOT < 50
               GO TO CARI-KELAS-SELESAI.
           ADD 1 TO ISI-KELAS.
           MOVE ISI-KELAS TO KELAS-KE.
           INITIALIZE KELAS-BARIS (KELAS-KE).
           MOVE KELAS-CARI TO TK-KELAS (KELAS-KE).
       CARI-KELAS-SELESAI.
           EXIT.

       RAMAL-TAGIHAN.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               GO TO RAMAL-TAGIHAN-SELESAI.
           MOVE LOW-VALUES TO NPM-VA.
           MOVE 'T' TO VA-LAIN-YA.
           MOVE 'Y' TO ADA-VA-YA.
           OPEN INPUT BANKOUT.
           IF STATUS-VA NOT = "00"
               MOVE 'T' TO ADA-VA-YA
               MOVE HIGH-VALUES TO NPM-VA.
           IF ADA-VA
               PERFORM CEK-VA THRU CEK-VA-SELESAI.
           MOVE SPACES TO TAGIHAN-KUNCI.
           START TAGIHAN KEY NOT < TAGIHAN-KUNCI
               INVALID KEY GO TO RAMAL-TAGIHAN-TUTUP.
           MOVE 'Y' TO ADA-SEMCTL-YA.
           OPEN INPUT SEMCTL.
           IF STATUS-SEMCTL NOT = "00"
               MOVE 'T' TO ADA-SEMCTL-YA.
       RAMAL-TAGIHAN-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO RAMAL-TAGIHAN-TUTUP.
           IF BAYAR-G NOT < TAGIHAN-G
               GO TO RAMAL-TAGIHAN-BACA.
           ADD 1 TO TOTAL-BUKA-TGH.
           MOVE KELAS-G TO KELAS-CARI.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           COMPUTE SISA-BAGI = TAGIHAN-G - BAYAR-G.
           IF SEMESTER-G = SEMESTER-PILIH
               PERFORM CEK-EKSPOR THRU CEK-EKSPOR-SELESAI.
           IF CICIL-JUMLAH-G = 0 OR CICIL-JUMLAH-G > 3
               PERFORM RAMAL-TUNGGAL THRU RAMAL-TUNGGAL-SELESAI
           ELSE
               PERFORM RAMAL-CICIL THRU RAMAL-CICIL-SELESAI.
           GO TO RAMAL-TAGIHAN-BACA.
       RAMAL-TAGIHAN-TUTUP.
           CLOSE TAGIHAN.
           IF ADA-VA
               CLOSE BANKOUT.
           IF ADA-SEMCTL
               CLOSE SEMCTL.
       RAMAL-TAGIHAN-SELESAI.
           EXIT.

       CEK-VA.
           READ BANKOUT
               AT END
                   MOVE HIGH-VALUES TO NPM-VA
                   GO TO CEK-VA-SELESAI.
           MOVE NPM-V TO NPM-G.
           MOVE SEMESTER-PILIH TO SEMESTER-G.
           READ TAGIHAN
               INVALID KEY GO TO CEK-VA-LAIN.
           IF TEMPO-V = SPACES AND CICIL-JUMLAH-G = 0
               GO TO CEK-VA-COCOK.
           MOVE 0 TO CICIL-VA.
       CEK-VA-CICIL.
           ADD 1 TO CICIL-VA.
           IF CICIL-VA > CICIL-JUMLAH-G OR CICIL-VA > 3
               GO TO CEK-VA-LAIN.
           IF TEMPO-G (CICIL-VA) = TEMPO-V
               GO TO CEK-VA-COCOK.
           GO TO CEK-VA-CICIL.
       CEK-VA-LAIN.
           MOVE 'Y' TO VA-LAIN-YA.
           MOVE HIGH-VALUES TO NPM-VA.
           GO TO CEK-VA-SELESAI.
       CEK-VA-COCOK.
           MOVE NPM-V TO NPM-VA.
       CEK-VA-SELESAI.
           EXIT.

       CEK-EKSPOR.
           IF NPM-VA NOT < NPM-G
               GO TO CEK-EKSPOR-COCOK.
           READ BANKOUT
               AT END
                   MOVE HIGH-VALUES TO NPM-VA
                   GO TO CEK-EKSPOR-COCOK.
           MOVE NPM-V TO NPM-VA.
           GO TO CEK-EKSPOR.
       CEK-EKSPOR-COCOK.
           IF NPM-VA = NPM-G
               ADD 1 TO JML-EKSPOR
               ADD SISA-BAGI TO UANG-EKSPOR
           ELSE
               ADD 1 TO JML-BELUM
               ADD SISA-BAGI TO UANG-BELUM.
       CEK-EKSPOR-SELESAI.
           EXIT.

       RAMAL-TUNGGAL.
           MOVE SISA-BAGI TO UANG-BAGIAN.
           MOVE 1 TO CICIL-KE.
           MOVE HARI-AWAL TO HARI-TEMPO.
           IF NOT ADA-SEMCTL
               ADD 1 TO TOTAL-TANPA-TEMPO
               GO TO RAMAL-TUNGGAL-HITUNG.
           MOVE SEMESTER-G TO SEMESTER-SC.
           READ SEMCTL
               INVALID KEY
                   ADD 1 TO TOTAL-TANPA-TEMPO
                   GO TO RAMAL-TUNGGAL-HITUNG.
           MOVE BAYAR-TEMPO-SC TO TGL-HITUNG.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           IF TGL-SAH
               MOVE HARI-KE TO HARI-TEMPO
           ELSE
               ADD 1 TO TOTAL-TANPA-TEMPO.
       RAMAL-TUNGGAL-HITUNG.
           PERFORM PROYEKSI THRU PROYEKSI-SELESAI.
       RAMAL-TUNGGAL-SELESAI.
           EXIT.

       RAMAL-CICIL.
           MOVE 0 TO KUMULATIF.
           MOVE 0 TO C.
       RAMAL-CICIL-ULANG.
           ADD 1 TO C.
           IF C > CICIL-JUMLAH-G
               GO TO RAMAL-CICIL-LEBIH.
           MOVE KUMULATIF TO KUMULATIF-LALU.
           ADD JUMLAH-CG (C) TO KUMULATIF.
           IF BAYAR-G NOT < KUMULATIF
               GO TO RAMAL-CICIL-ULANG.
           IF BAYAR-G > KUMULATIF-LALU
               COMPUTE UANG-BAGIAN = KUMULATIF - BAYAR-G
           ELSE
               MOVE JUMLAH-CG (C) TO UANG-BAGIAN.
           IF UANG-BAGIAN > SISA-BAGI
               MOVE SISA-BAGI TO UANG-BAGIAN.
           SUBTRACT UANG-BAGIAN FROM SISA-BAGI.
           MOVE C TO CICIL-KE.
           MOVE TEMPO-G (C) TO TGL-HITUNG.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           IF TGL-SAH
               MOVE HARI-KE TO HARI-TEMPO
           ELSE
               MOVE HARI-AWAL TO HARI-TEMPO
               ADD 1 TO TOTAL-TANPA-TEMPO.
           PERFORM PROYEKSI THRU PROYEKSI-SELESAI.
           GO TO RAMAL-CICIL-ULANG.
       RAMAL-CICIL-LEBIH.
           IF SISA-BAGI = 0
               GO TO RAMAL-CICIL-SELESAI.
           MOVE SISA-BAGI TO UANG-BAGIAN.
           ADD SISA-BAGI TO TOTAL-LAIN.
           MOVE CICIL-JUMLAH-G TO CICIL-KE.
           MOVE HARI-AWAL TO HARI-TEMPO.
           PERFORM PROYEKSI THRU PROYEKSI-SELESAI.
       RAMAL-CICIL-SELESAI.
           EXIT.

       PROYEKSI.
           IF UANG-BAGIAN = 0
               GO TO PROYEKSI-SELESAI.
           ADD 1 TO TOTAL-BAGIAN.
           PERFORM AMBIL-RATE THRU AMBIL-RATE-SELESAI.
           ADD UANG-BAGIAN TO TOTAL-BUKA.
           IF KELAS-KE > 0
               ADD UANG-BAGIAN TO TK-BUKA (KELAS-KE).
           IF HARI-TEMPO < HARI-AWAL
               GO TO PROYEKSI-LEWAT.
           MOVE 1 TO S.
           MOVE HARI-TEMPO TO HARI-TARUH.
           MOVE UANG-BAGIAN TO UANG-TARUH.
           PERFORM TARUH-UANG THRU TARUH-UANG-SELESAI.
           MOVE 2 TO S.
           MOVE HARI-TEMPO TO HARI-TARUH.
           COMPUTE UANG-TARUH ROUNDED = UANG-BAGIAN * RATE-TEPAT.
           PERFORM TARUH-UANG THRU TARUH-UANG-SELESAI.
           COMPUTE HARI-TARUH = HARI-TEMPO + LAMBAT.
           COMPUTE UANG-TARUH ROUNDED = UANG-BAGIAN * RATE-TELAT.
           PERFORM TARUH-UANG THRU TARUH-UANG-SELESAI.
           MOVE 3 TO S.
           MOVE HARI-TEMPO TO HARI-TARUH.
           COMPUTE UANG-TARUH ROUNDED = UANG-BAGIAN * RATE-TEPAT.
           PERFORM TARUH-UANG THRU TARUH-UANG-SELESAI.
           GO TO PROYEKSI-SELESAI.
       PROYEKSI-LEWAT.
           ADD UANG-BAGIAN TO TOTAL-LEWAT.
           IF KELAS-KE > 0
               ADD UANG-BAGIAN TO TK-LEWAT (KELAS-KE).
           MOVE 1 TO S.
           MOVE HARI-AWAL TO HARI-TARUH.
           MOVE UANG-BAGIAN TO UANG-TARUH.
           PERFORM TARUH-UANG THRU TARUH-UANG-SELESAI.
           IF RATE-TELAT + RATE-TIDAK > 0
               COMPUTE RATE-SUSUL ROUNDED =
                   RATE-TELAT / (RATE-TELAT + RATE-TIDAK)
           ELSE
               MOVE 1 TO RATE-SUSUL.
           MOVE 2 TO S.
           COMPUTE HARI-TARUH = HARI-TEMPO + LAMBAT.
           COMPUTE UANG-TARUH ROUNDED = UANG-BAGIAN * RATE-SUSUL.
           PERFORM TARUH-UANG THRU TARUH-UANG-SELESAI.
       PROYEKSI-SELESAI.
           EXIT.

       AMBIL-RATE.
           IF KELAS-KE = 0 OR CICIL-KE = 0
               GO TO AMBIL-RATE-CICIL.
           MOVE TK-TEPAT (KELAS-KE, CICIL-KE) TO R-TEPAT.
           MOVE TK-TELAT (KELAS-KE, CICIL-KE) TO R-TELAT.
           MOVE TK-TIDAK (KELAS-KE, CICIL-KE) TO R-TIDAK.
           MOVE TK-HARI (KELAS-KE, CICIL-KE) TO R-HARI.
           COMPUTE R-SAMPEL = R-TEPAT + R-TELAT + R-TIDAK.
           MOVE "KELAS" TO DASAR-RATE.
           IF R-SAMPEL NOT < SAMPEL-MIN
               GO TO AMBIL-RATE-HITUNG.
       AMBIL-RATE-CICIL.
           IF CICIL-KE = 0
               GO TO AMBIL-RATE-SEMUA.
           MOVE TC-TEPAT (CICIL-KE) TO R-TEPAT.
           MOVE TC-TELAT (CICIL-KE) TO R-TELAT.
           MOVE TC-TIDAK (CICIL-KE) TO R-TIDAK.
           MOVE TC-HARI (CICIL-KE) TO R-HARI.
           COMPUTE R-SAMPEL = R-TEPAT + R-TELAT + R-TIDAK.
           MOVE "CICILAN" TO DASAR-RATE.
           IF R-SAMPEL NOT < SAMPEL-MIN
               GO TO AMBIL-RATE-HITUNG.
       AMBIL-RATE-SEMUA.
           MOVE SEMUA-TEPAT TO R-TEPAT.
           MOVE SEMUA-TELAT TO R-TELAT.
           MOVE SEMUA-TIDAK TO R-TIDAK.
           MOVE SEMUA-HARI TO R-HARI.
           COMPUTE R-SAMPEL = R-TEPAT + R-TELAT + R-TIDAK.
           MOVE "SEMUA" TO DASAR-RATE.
           IF R-SAMPEL > 0
               GO TO AMBIL-RATE-HITUNG.
           MOVE 1 TO RATE-TEPAT.
           MOVE 0 TO RATE-TELAT.
           MOVE 0 TO RATE-TIDAK.
           MOVE 0 TO LAMBAT.
           MOVE "BAWAAN" TO DASAR-RATE.
           GO TO AMBIL-RATE-SELESAI.
       AMBIL-RATE-HITUNG.
           COMPUTE RATE-TEPAT ROUNDED = R-TEPAT / R-SAMPEL.
           COMPUTE RATE-TELAT ROUNDED = R-TELAT / R-SAMPEL.
           COMPUTE RATE-TIDAK ROUNDED = R-TIDAK / R-SAMPEL.
           MOVE 0 TO LAMBAT.
           IF R-TELAT > 0
               COMPUTE LAMBAT ROUNDED = R-HARI / R-TELAT.
       AMBIL-RATE-SELESAI.
           EXIT.

       TARUH-UANG.
           IF UANG-TARUH = 0
               GO TO TARUH-UANG-SELESAI.
           IF HARI-TARUH < HARI-AWAL
               MOVE HARI-AWAL TO HARI-TARUH.
           COMPUTE SELISIH-HARI = HARI-TARUH - HARI-AWAL.
           DIVIDE SELISIH-HARI BY 7 GIVING MINGGU-KE.
           ADD 1 TO MINGGU-KE.
           IF MINGGU-KE > 26
               MOVE 27 TO MINGGU-KE.
           MOVE 1 TO BULAN-KE.
       TARUH-UANG-BULAN.
           IF BULAN-KE > 6
               GO TO TARUH-UANG-TAMBAH.
           IF HARI-TARUH < TB-BATAS (BULAN-KE + 1)
               GO TO TARUH-UANG-TAMBAH.
           ADD 1 TO BULAN-KE.
           GO TO TARUH-UANG-BULAN.
       TARUH-UANG-TAMBAH.
           ADD UANG-TARUH TO TM-UANG (MINGGU-KE, S).
           ADD UANG-TARUH TO TB-UANG (BULAN-KE, S).
           ADD UANG-TARUH TO TS-TOTAL (S).
           IF KELAS-KE > 0
               ADD UANG-TARUH TO TK-UANG (KELAS-KE, BULAN-KE, S)
               ADD UANG-TARUH TO TK-TOTAL (KELAS-KE, S).
       TARUH-UANG-SELESAI.
           EXIT.

       CETAK-RAMALAN.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "RAMALAN PENERIMAAN UANG KULIAH  MULAI : "
               DELIMITED BY SIZE
               TGL-AWAL DELIMITED BY SIZE
               "  TANGGAL : " DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               "==============================" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "RINGKASAN" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  TAGIHAN TERBUKA" TO RR-URAIAN.
           MOVE TOTAL-BUKA-TGH TO RR-JUMLAH.
           MOVE TOTAL-BUKA TO RR-UANG.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  BAGIAN CICILAN TERBUKA" TO RR-URAIAN.
           MOVE TOTAL-BAGIAN TO RR-JUMLAH.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  SUDAH LEWAT TEMPO" TO RR-URAIAN.
           MOVE TOTAL-LEWAT TO RR-UANG.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  DENDA/BIAYA DI LUAR CICILAN" TO RR-URAIAN.
           MOVE TOTAL-LAIN TO RR-UANG.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  TANPA TANGGAL TEMPO (DIANGGAP JATUH AWAL)"
               TO RR-URAIAN.
           MOVE TOTAL-TANPA-TEMPO TO RR-JUMLAH.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           STRING "  SEMESTER " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               " SUDAH DIEKSPOR KE BANK" DELIMITED BY SIZE
               INTO RR-URAIAN.
           MOVE JML-EKSPOR TO RR-JUMLAH.
           MOVE UANG-EKSPOR TO RR-UANG.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           STRING "  SEMESTER " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               " BELUM DIEKSPOR KE BANK" DELIMITED BY SIZE
               INTO RR-URAIAN.
           MOVE JML-BELUM TO RR-JUMLAH.
           MOVE UANG-BELUM TO RR-UANG.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           IF VA-LAIN
               MOVE SPACES TO LAP2-LINE
               STRING "  (VA.TXT BUKAN EKSPOR SEMESTER "
                   DELIMITED BY SIZE
                   SEMESTER-PILIH DELIMITED BY SIZE
                   ", SEMUA DIANGGAP BELUM)" DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  KUITANSI KASIR DIBACA" TO RR-URAIAN.
           MOVE TOTAL-KW TO RR-JUMLAH.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  POSTING BANK DIBACA" TO RR-URAIAN.
           MOVE TOTAL-POS TO RR-JUMLAH.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "  CICILAN RIWAYAT DINILAI" TO RR-URAIAN.
           MOVE TOTAL-DINILAI TO RR-JUMLAH.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           PERFORM CETAK-RATE THRU CETAK-RATE-SELESAI.
           PERFORM CETAK-MINGGU THRU CETAK-MINGGU-SELESAI.
           PERFORM CETAK-BULAN THRU CETAK-BULAN-SELESAI.
           PERFORM CETAK-KELAS THRU CETAK-KELAS-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "TERBAIK    : SEMUA CICILAN DIBAYAR PADA TANGGAL TEMPO,"
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "             TUNGGAKAN DIBAYAR PADA MINGGU PERTAMA."
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "DIHARAPKAN : TINGKAT TEPAT WAKTU PADA TANGGAL TEMPO, "
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "             TINGKAT TERLAMBAT SETELAH RATA-RATA HARI "
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "             TERLAMBAT PER KELAS DAN CICILAN."
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "TERBURUK   : HANYA BAGIAN YANG BIASA DIBAYAR TEPAT "
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "             WAKTU, TUNGGAKAN TIDAK DIHITUNG MASUK."
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
       CETAK-RAMALAN-SELESAI.
           EXIT.

       CETAK-RATE.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "TINGKAT KETEPATAN BAYAR (SAMPEL MINIMUM "
               DELIMITED BY SIZE
               SAMPEL-MIN DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           MOVE "KELAS CICIL" TO LAP2-LINE.
           MOVE "SAMPEL" TO LAP2-LINE (13:6).
           MOVE "TEPAT%" TO LAP2-LINE (22:6).
           MOVE "TELAT%" TO LAP2-LINE (31:6).
           MOVE "TIDAK%" TO LAP2-LINE (40:6).
           MOVE "HR TELAT" TO LAP2-LINE (47:8).
           MOVE "DASAR" TO LAP2-LINE (57:5).
           WRITE LAP2-LINE.
           MOVE 0 TO KELAS-KE.
       CETAK-RATE-KELAS.
           MOVE 0 TO CICIL-KE.
       CETAK-RATE-CICIL.
           ADD 1 TO CICIL-KE.
           IF CICIL-KE > 3
               GO TO CETAK-RATE-LANJUT.
           PERFORM AMBIL-RATE THRU AMBIL-RATE-SELESAI.
           MOVE SPACES TO BARIS-RATE.
           IF KELAS-KE = 0
               MOVE "SEMUA" TO RT-KELAS
           ELSE
               MOVE TK-KELAS (KELAS-KE) TO RT-KELAS.
           MOVE CICIL-KE TO RT-CICIL.
           MOVE R-SAMPEL TO RT-SAMPEL.
           IF DASAR-RATE = "BAWAAN"
               MOVE 0 TO RT-SAMPEL.
           COMPUTE PERSEN-HITUNG = RATE-TEPAT * 100.
           MOVE PERSEN-HITUNG TO RT-TEPAT.
           COMPUTE PERSEN-HITUNG = RATE-TELAT * 100.
           MOVE PERSEN-HITUNG TO RT-TELAT.
           COMPUTE PERSEN-HITUNG = RATE-TIDAK * 100.
           MOVE PERSEN-HITUNG TO RT-TIDAK.
           MOVE LAMBAT TO RT-HARI.
           MOVE DASAR-RATE TO RT-DASAR.
           WRITE LAP2-LINE FROM BARIS-RATE.
           GO TO CETAK-RATE-CICIL.
       CETAK-RATE-LANJUT.
           ADD 1 TO KELAS-KE.
           IF KELAS-KE > ISI-KELAS
               GO TO CETAK-RATE-SELESAI.
           GO TO CETAK-RATE-KELAS.
       CETAK-RATE-SELESAI.
           EXIT.

       CETAK-MINGGU.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "RAMALAN MINGGUAN" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           MOVE "MINGGU  MULAI TGL" TO LAP2-LINE.
           MOVE "TERBAIK" TO LAP2-LINE (34:7).
           MOVE "DIHARAPKAN" TO LAP2-LINE (48:10).
           MOVE "TERBURUK" TO LAP2-LINE (67:8).
           WRITE LAP2-LINE.
           MOVE 0 TO I.
       CETAK-MINGGU-ULANG.
           ADD 1 TO I.
           IF I > 27
               GO TO CETAK-MINGGU-TOTAL.
           MOVE SPACES TO BARIS-UANG.
           IF I < 27
               MOVE I TO UM-KE
               MOVE TM-TGL (I) TO UM-TGL
               MOVE URAIAN-MINGGU TO BU-URAIAN
           ELSE
               MOVE "SETELAH 26 MINGGU" TO BU-URAIAN.
           MOVE TM-UANG (I, 1) TO BU-BAIK.
           MOVE TM-UANG (I, 2) TO BU-HARAP.
           MOVE TM-UANG (I, 3) TO BU-BURUK.
           WRITE LAP2-LINE FROM BARIS-UANG.
           GO TO CETAK-MINGGU-ULANG.
       CETAK-MINGGU-TOTAL.
           MOVE SPACES TO BARIS-UANG.
           MOVE "TOTAL" TO BU-URAIAN.
           MOVE TS-TOTAL (1) TO BU-BAIK.
           MOVE TS-TOTAL (2) TO BU-HARAP.
           MOVE TS-TOTAL (3) TO BU-BURUK.
           WRITE LAP2-LINE FROM BARIS-UANG.
       CETAK-MINGGU-SELESAI.
           EXIT.

       CETAK-BULAN.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "RAMALAN BULANAN" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           MOVE "BULAN" TO LAP2-LINE.
           MOVE "TERBAIK" TO LAP2-LINE (34:7).
           MOVE "DIHARAPKAN" TO LAP2-LINE (48:10).
           MOVE "TERBURUK" TO LAP2-LINE (67:8).
           WRITE LAP2-LINE.
           MOVE 0 TO B.
       CETAK-BULAN-ULANG.
           ADD 1 TO B.
           IF B > 7
               GO TO CETAK-BULAN-TOTAL.
           MOVE SPACES TO BARIS-UANG.
           MOVE TB-LABEL (B) TO BU-URAIAN.
           MOVE TB-UANG (B, 1) TO BU-BAIK.
           MOVE TB-UANG (B, 2) TO BU-HARAP.
           MOVE TB-UANG (B, 3) TO BU-BURUK.
           WRITE LAP2-LINE FROM BARIS-UANG.
           GO TO CETAK-BULAN-ULANG.
       CETAK-BULAN-TOTAL.
           MOVE SPACES TO BARIS-UANG.
           MOVE "TOTAL" TO BU-URAIAN.
           MOVE TS-TOTAL (1) TO BU-BAIK.
           MOVE TS-TOTAL (2) TO BU-HARAP.
           MOVE TS-TOTAL (3) TO BU-BURUK.
           WRITE LAP2-LINE FROM BARIS-UANG.
       CETAK-BULAN-SELESAI.
           EXIT.

       CETAK-KELAS.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "RINCIAN PER KELAS" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO KELAS-KE.
       CETAK-KELAS-ULANG.
           ADD 1 TO KELAS-KE.
           IF KELAS-KE > ISI-KELAS
               GO TO CETAK-KELAS-SELESAI.
           IF TK-BUKA (KELAS-KE) = 0
               GO TO CETAK-KELAS-ULANG.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO BARIS-RINGKAS.
           STRING "KELAS " DELIMITED BY SIZE
               TK-KELAS (KELAS-KE) DELIMITED BY SIZE
               "  SISA TERBUKA" DELIMITED BY SIZE
               INTO RR-URAIAN.
           MOVE TK-BUKA (KELAS-KE) TO RR-UANG.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "            SUDAH LEWAT TEMPO" TO RR-URAIAN.
           MOVE TK-LEWAT (KELAS-KE) TO RR-UANG.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE SPACES TO LAP2-LINE.
           MOVE "  BULAN" TO LAP2-LINE.
           MOVE "TERBAIK" TO LAP2-LINE (34:7).
           MOVE "DIHARAPKAN" TO LAP2-LINE (48:10).
           MOVE "TERBURUK" TO LAP2-LINE (67:8).
           WRITE LAP2-LINE.
           MOVE 0 TO B.
       CETAK-KELAS-BULAN.
           ADD 1 TO B.
           IF B > 7
               GO TO CETAK-KELAS-TOTAL.
           MOVE SPACES TO BARIS-UANG.
           MOVE TB-LABEL (B) TO BU-URAIAN (3:7).
           MOVE TK-UANG (KELAS-KE, B, 1) TO BU-BAIK.
           MOVE TK-UANG (KELAS-KE, B, 2) TO BU-HARAP.
           MOVE TK-UANG (KELAS-KE, B, 3) TO BU-BURUK.
           WRITE LAP2-LINE FROM BARIS-UANG.
           GO TO CETAK-KELAS-BULAN.
       CETAK-KELAS-TOTAL.
           MOVE SPACES TO BARIS-UANG.
           MOVE "  TOTAL KELAS" TO BU-URAIAN.
           MOVE TK-TOTAL (KELAS-KE, 1) TO BU-BAIK.
           MOVE TK-TOTAL (KELAS-KE, 2) TO BU-HARAP.
           MOVE TK-TOTAL (KELAS-KE, 3) TO BU-BURUK.
           WRITE LAP2-LINE FROM BARIS-UANG.
           GO TO CETAK-KELAS-ULANG.
       CETAK-KELAS-SELESAI.
           EXIT.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-EXC.
           SELECT ABSEN-SORT ASSIGN TO DISK.
           SELECT BAPFILE ASSIGN TO BAP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAP-KUNCI
           FILE STATUS IS STATUS-BAP.
       DATA DIVISION.
       FILE SECTION.
       FD MHS
               03 KELAS-AB pic X(5).
               03 SEMESTER-AB pic X(6).
               03 TANGGAL-AB pic X(8).
               03 KODE-MK-AB pic X(8).
               03 NPM-AB pic X(14).
           02 HADIR-AB pic X.
           02 PERTEMUAN-AB pic 9(2).
       FD KRSAPP
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECAPP.
           02 NPM-AS pic X(14).
           02 TANGGAL-AS pic X(8).
           02 HADIR-AS pic X.
       FD BAPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBAP.
       01 RECBAP.
           02 BAP-KUNCI.
               03 KODE-MK-BP pic X(8).
               03 KELAS-BP pic X(5).
               03 SEMESTER-BP pic X(6).
               03 PERTEMUAN-BP pic 9(2).
           02 TANGGAL-BP pic X(8).
           02 JAM-MULAI-BP pic X(4).
           02 JAM-SELESAI-BP pic X(4).
           02 TOPIK-BP pic X(40).
           02 DOSEN-BP pic X(10).
           02 RUANG-BP pic X(8).
           02 STATUS-BP pic X.
           02 TGL-RENCANA-BP pic X(8).
           02 OPR-BP pic X(10).
           02 TGL-CATAT-BP pic X(8).
       WORKING-STORAGE SECTION.
       77 STATUS-SALAH pic XX.
       77 STATUS-ABSEN pic XX.
           02 KELAS-AO pic X(5).
           02 SEMESTER-AO pic X(6).
           02 TANGGAL-AO pic X(8).
           02 KODE-MK-AO pic X(8).
           02 NPM-AO pic X(14).
           02 HADIR-AO pic X.
           02 PERTEMUAN-AO pic 9(2).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 BATAS-PERSEN pic 9(3).
       77 KELAS-LAMA pic X(5).
       77 NPM-LAMA pic X(14).
       77 SESI-MHS pic 9(4).
       77 HADIR-MHS pic 9(4).
       77 TOTAL-CATAT pic 9(4).
           88 ADA-REKOD VALUE 'Y'.
       77 MHS-PERTAMA-YA pic X.
           88 MHS-PERTAMA VALUE 'Y'.
       77 STATUS-APP pic XX.
       77 KRSAPP-FILENAME pic X(30) VALUE 'KRSAPP.TXT'.
       77 ADA-APP-YA pic X.
       77 APP-SAH-YA pic X.
           88 APP-SAH VALUE 'Y'.
       77 TOTAL-BELUM pic 9(4).
       77 TOTAL-LUAR pic 9(4).
       77 STATUS-KRS pic XX.
       77 STATUS-SWIPE pic XX.
       77 STATUS-EXC pic XX.
       77 TOTAL-HADIR pic 9(4).
       77 TOTAL-ALPA pic 9(4).
       77 TOTAL-EXC pic 9(4).
       77 STATUS-BAP pic XX.
       77 BAP-FILENAME pic X(30) VALUE 'BAP.TXT'.
       77 KODE-PILIH pic X(8).
       77 PERTEMUAN-PILIH pic 9(2).
       77 BAP-SAH-YA pic X.
           88 BAP-SAH VALUE 'Y'.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'ABSENSI'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           ACCEPT KELAS-PILIH.
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           PERFORM PILIH-PERTEMUAN THRU PILIH-PERTEMUAN-SELESAI.
           IF NOT BAP-SAH
               GO TO PILIH-MENU.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               MOVE 'Y' TO ADA-APP-YA
           ELSE
               MOVE 'T' TO ADA-APP-YA.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS = "00"
               MOVE 'Y' TO ADA-KRS-YA
           ELSE
               MOVE 'T' TO ADA-KRS-YA.
           MOVE 0 TO TOTAL-CATAT.
           MOVE 0 TO TOTAL-BELUM.
           MOVE 0 TO TOTAL-LUAR.
       SESI-BACA.
           READ MHS NEXT RECORD INTO MHS-O
               AT END GO TO SESI-SELESAI.
           IF KELAS-O NOT = KELAS-PILIH
               OR SEMESTER-O NOT = SEMESTER-PILIH
                   GO TO SESI-BACA.
           PERFORM CEK-KRS THRU CEK-KRS-SELESAI.
           IF NOT KRS-ADA
               ADD 1 TO TOTAL-LUAR
               GO TO SESI-BACA.
           PERFORM CEK-APP THRU CEK-APP-SELESAI.
           IF NOT APP-SAH
               ADD 1 TO TOTAL-BELUM
           MOVE SEMESTER-PILIH TO SEMESTER-AB.
           MOVE TANGGAL-SESI TO TANGGAL-AB.
           MOVE NPM-O TO NPM-AB.
           MOVE KODE-PILIH TO KODE-MK-AB.
           MOVE PERTEMUAN-PILIH TO PERTEMUAN-AB.
           IF LAGI
               MOVE 'H' TO HADIR-AB
           ELSE
           CLOSE ABSEN.
           IF ADA-APP
               CLOSE KRSAPP.
           IF ADA-KRS
               CLOSE KRSFILE.
           DISPLAY " ".
           IF TOTAL-CATAT = 0
               DISPLAY "TIDAK ADA MAHASISWA DI KELAS/SEMESTER ITU."
                   TOTAL-CATAT " MAHASISWA.".
           IF TOTAL-BELUM > 0
               DISPLAY "KRS BELUM DISETUJUI, DILEWATI : " TOTAL-BELUM.
           IF TOTAL-LUAR > 0
               DISPLAY "TIDAK MENGAMBIL " KODE-PILIH ", DILEWATI : "
                   TOTAL-LUAR.
           GO TO PILIH-MENU.

       CEK-APP.
           DISPLAY "BATAS KEHADIRAN UJIAN : " BATAS-PERSEN " %".
           DISPLAY "=============================================".
           MOVE 0 TO TOTAL-SEMUA.
           SORT ABSEN-SORT ON ASCENDING KEY KELAS-AS NPM-AS TANGGAL-AS
               INPUT PROCEDURE IS ISI-LAPOR THRU ISI-LAPOR-SELESAI
               OUTPUT PROCEDURE IS CETAK-LAPOR
                   THRU CETAK-LAPOR-AKHIR.
           CLOSE ABSEN.
           DISPLAY " ".
           DISPLAY "TOTAL MAHASISWA DI BAWAH BATAS : " TOTAL-SEMUA.
           GO TO PILIH-MENU.

       ISI-LAPOR.
           READ ABSEN NEXT RECORD INTO ABSEN-O
               AT END GO TO ISI-LAPOR-SELESAI.
           IF SEMESTER-AO NOT = SEMESTER-PILIH
               GO TO ISI-LAPOR.
           MOVE KELAS-AO TO KELAS-AS.
           MOVE NPM-AO TO NPM-AS.
           MOVE TANGGAL-AO TO TANGGAL-AS.
           MOVE HADIR-AO TO HADIR-AS.
           RELEASE RECABSEN-SORT.
           GO TO ISI-LAPOR.
       ISI-LAPOR-SELESAI.
           EXIT.

       CETAK-LAPOR.
           MOVE SPACES TO KELAS-LAMA.
           MOVE SPACES TO NPM-LAMA.
           MOVE 0 TO SESI-MHS.
           MOVE 0 TO HADIR-MHS.
           MOVE 0 TO TOTAL-KURANG.
               MOVE NPM-AS TO NPM-LAMA
               MOVE 0 TO SESI-MHS
               MOVE 0 TO HADIR-MHS
               MOVE 'Y' TO MHS-PERTAMA-YA
               GO TO CETAK-LAPOR-HITUNG.
           IF KELAS-AS NOT = KELAS-LAMA
               MOVE NPM-AS TO NPM-LAMA
               MOVE 0 TO SESI-MHS
               MOVE 0 TO HADIR-MHS
               MOVE 'Y' TO MHS-PERTAMA-YA
               GO TO CETAK-LAPOR-HITUNG.
           IF NPM-AS NOT = NPM-LAMA

       TUTUP-MAHASISWA.
           IF MHS-PERTAMA
               MOVE 'T' TO MHS-PERTAMA-YA
               MOVE 0 TO TOTAL-KURANG
               DISPLAY " "
               DISPLAY "KELAS : " KELAS-LAMA.
           IF SESI-MHS = 0
               GO TO TUTUP-MAHASISWA-SELESAI.
           COMPUTE PERSEN-HADIR ROUNDED =
               HADIR-MHS * 100 / SESI-MHS.
           MOVE PERSEN-HADIR TO PERSEN-ED.
           IF PERSEN-HADIR < BATAS-PERSEN
               MOVE "TIDAK SAH" TO TANDA
           ELSE
               MOVE SPACES TO TANDA.
           DISPLAY " " NPM-LAMA " HADIR " HADIR-MHS
               " DARI " SESI-MHS " = " PERSEN-ED " % " TANDA.
       TUTUP-MAHASISWA-SELESAI.
           EXIT.

       TUTUP-KELAS-SELESAI.
           EXIT.

       BUKA-FILE4.
           DISPLAY "KELAS    : " WITH NO ADVANCING.
           ACCEPT KELAS-PILIH.
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           PERFORM PILIH-PERTEMUAN THRU PILIH-PERTEMUAN-SELESAI.
           IF NOT BAP-SAH
               GO TO PILIH-MENU.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               GO TO IMPOR-BACA.
           PERFORM CEK-KRS THRU CEK-KRS-SELESAI.
           IF NOT KRS-ADA
               MOVE "TIDAK ADA KRS MK INI" TO ALASAN-EXC
               PERFORM TULIS-EXC
               GO TO IMPOR-BACA.
           PERFORM CEK-APP THRU CEK-APP-SELESAI.
           MOVE KELAS-PILIH TO KELAS-AB.
           MOVE SEMESTER-PILIH TO SEMESTER-AB.
           MOVE TANGGAL-SESI TO TANGGAL-AB.
           MOVE KODE-PILIH TO KODE-MK-AB.
           MOVE NPM-O TO NPM-AB.
           READ ABSEN
               INVALID KEY GO TO IMPOR-TULIS-BARU.
           MOVE 'H' TO HADIR-AB.
           MOVE KODE-PILIH TO KODE-MK-AB.
           MOVE PERTEMUAN-PILIH TO PERTEMUAN-AB.
           REWRITE RECABSEN
               INVALID KEY DISPLAY "GAGAL MENYIMPAN " NPM-O.
           GO TO IMPOR-BACA.
           MOVE TANGGAL-SESI TO TANGGAL-AB.
           MOVE NPM-O TO NPM-AB.
           MOVE 'H' TO HADIR-AB.
           MOVE KODE-PILIH TO KODE-MK-AB.
           MOVE PERTEMUAN-PILIH TO PERTEMUAN-AB.
           WRITE RECABSEN
               INVALID KEY DISPLAY "GAGAL MENYIMPAN " NPM-O.
           ADD 1 TO TOTAL-HADIR.
           IF KELAS-O NOT = KELAS-PILIH
               OR SEMESTER-O NOT = SEMESTER-PILIH
                   GO TO IMPOR-RONDA-BACA.
           PERFORM CEK-KRS THRU CEK-KRS-SELESAI.
           IF NOT KRS-ADA
               GO TO IMPOR-RONDA-BACA.
           PERFORM CEK-APP THRU CEK-APP-SELESAI.
           IF NOT APP-SAH
               ADD 1 TO TOTAL-BELUM
           MOVE KELAS-PILIH TO KELAS-AB.
           MOVE SEMESTER-PILIH TO SEMESTER-AB.
           MOVE TANGGAL-SESI TO TANGGAL-AB.
           MOVE KODE-PILIH TO KODE-MK-AB.
           MOVE NPM-O TO NPM-AB.
           READ ABSEN
               INVALID KEY GO TO IMPOR-RONDA-TULIS.
           MOVE TANGGAL-SESI TO TANGGAL-AB.
           MOVE NPM-O TO NPM-AB.
           MOVE 'T' TO HADIR-AB.
           MOVE KODE-PILIH TO KODE-MK-AB.
           MOVE PERTEMUAN-PILIH TO PERTEMUAN-AB.
           WRITE RECABSEN
               INVALID KEY DISPLAY "GAGAL MENYIMPAN " NPM-O.
           ADD 1 TO TOTAL-ALPA.
           CLOSE MHS.
           CLOSE ABSEN.
           CLOSE ABSENEXC.
           MOVE 'ABSENEXC.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           IF ADA-APP
               CLOSE KRSAPP.
           IF ADA-KRS
               INTO EXC-LINE.
           WRITE EXC-LINE.

       PILIH-PERTEMUAN.
           MOVE 'T' TO BAP-SAH-YA.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-PILIH.
           DISPLAY "PERTEMUAN KE     : " WITH NO ADVANCING.
           ACCEPT PERTEMUAN-PILIH.
           IF PERTEMUAN-PILIH IS NOT NUMERIC
               DISPLAY "NOMOR PERTEMUAN HARUS ANGKA."
               GO TO PILIH-PERTEMUAN-SELESAI.
           OPEN INPUT BAPFILE.
           IF STATUS-BAP NOT = "00"
               DISPLAY "JURNAL PERKULIAHAN BELUM ADA, "
                   "CATAT PERTEMUAN DI PROGRAM BAP."
               GO TO PILIH-PERTEMUAN-SELESAI.
           MOVE KODE-PILIH TO KODE-MK-BP.
           MOVE KELAS-PILIH TO KELAS-BP.
           MOVE SEMESTER-PILIH TO SEMESTER-BP.
           MOVE PERTEMUAN-PILIH TO PERTEMUAN-BP.
           READ BAPFILE
               INVALID KEY
                   DISPLAY "PERTEMUAN ITU BELUM DICATAT DI JURNAL "
                       "PERKULIAHAN."
                   CLOSE BAPFILE
                   GO TO PILIH-PERTEMUAN-SELESAI.
           CLOSE BAPFILE.
           IF STATUS-BP = 'B'
               DISPLAY "PERTEMUAN ITU TERCATAT BATAL DI JURNAL."
               GO TO PILIH-PERTEMUAN-SELESAI.
           MOVE TANGGAL-BP TO TANGGAL-SESI.
           MOVE 'Y' TO BAP-SAH-YA.
           DISPLAY "PERTEMUAN " PERTEMUAN-PILIH " TANGGAL " TANGGAL-SESI
               " : " TOPIK-BP.
       PILIH-PERTEMUAN-SELESAI.
           EXIT.

       CEK-KRS.
           MOVE 'Y' TO KRS-ADA-YA.
           IF NOT ADA-KRS
               GO TO CEK-KRS-SELESAI.
           MOVE NPM-O TO NPM-K.
           MOVE SEMESTER-PILIH TO SEMESTER-K.
           MOVE KODE-PILIH TO KODE-MK-K.
           READ KRSFILE
               INVALID KEY MOVE 'T' TO KRS-ADA-YA.
       CEK-KRS-SELESAI.
           EXIT.


               03 KELAS-AB pic X(5).
               03 SEMESTER-AB pic X(6).
               03 TANGGAL-AB pic X(8).
               03 KODE-MK-AB pic X(8).
               03 NPM-AB pic X(14).
           02 HADIR-AB pic X.
           02 PERTEMUAN-AB pic 9(2).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TANYA.LIS'
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
           88 ADA-TAGIHAN VALUE 'Y'.
       77 JUMLAH-SESI pic 9(4).
       77 HADIR-MHS pic 9(4).
       77 PERSEN-HADIR pic 9(3)V99.
       77 PERSEN-ED pic ZZ9.99.
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'TANYA'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           DISPLAY "=====INFORMASI MAHASISWA TERPADU=====".
       TAMPIL-ABSEN.
           MOVE 0 TO JUMLAH-SESI.
           MOVE 0 TO HADIR-MHS.
           OPEN INPUT ABSEN.
           IF STATUS-ABSEN NOT = "00"
               DISPLAY "ABSENSI  : BELUM ADA ABSENSI TERSIMPAN."
           MOVE KELAS-MHS TO KELAS-AB.
           MOVE SEMESTER-CARI TO SEMESTER-AB.
           MOVE SPACES TO TANGGAL-AB.
           MOVE SPACES TO KODE-MK-AB.
           MOVE SPACES TO NPM-AB.
           START ABSEN KEY NOT < ABSEN-KUNCI
               INVALID KEY GO TO TAMPIL-ABSEN-HITUNG.
           IF KELAS-AO NOT = KELAS-MHS
               OR SEMESTER-AO NOT = SEMESTER-CARI
                   GO TO TAMPIL-ABSEN-HITUNG.
           IF NPM-AO NOT = NPM-CARI
               GO TO TAMPIL-ABSEN-BACA.
           ADD 1 TO JUMLAH-SESI.
           IF HADIR-AO = 'H'
               ADD 1 TO HADIR-MHS.
           GO TO TAMPIL-ABSEN-BACA.
       TAMPIL-ABSEN-HITUNG.
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'TANYA.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "RINGKASAN TERCETAK KE TANYA.LIS.".
       CETAK-RINGKAS-SELESAI.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUANG.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUANGMST ASSIGN TO RUANG-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-RG
           FILE STATUS IS STATUS-RUANG.
           SELECT JDWFILE ASSIGN TO JDW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JDW-KUNCI
           FILE STATUS IS STATUS-JDW.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
       DATA DIVISION.
       FILE SECTION.
       FD RUANGMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECRUANG.
       01 RECRUANG.
           02 KODE-RG pic X(8).
           02 GEDUNG-RG pic X(15).
           02 KAP-KULIAH-RG pic 9(3).
           02 KAP-UJIAN-RG pic 9(3).
           02 JENIS-RG pic X.
       FD JDWFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECJDW.
       01 RECJDW.
           02 JDW-KUNCI.
               03 KODE-MK-J pic X(8).
               03 KELAS-J pic X(5).
           02 HARI-J pic 9.
           02 MULAI-J pic 9(2).
           02 AKHIR-J pic 9(2).
           02 RUANG-J pic X(8).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RUANG.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-RUANG pic XX.
       77 STATUS-JDW pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 RUANG-FILENAME pic X(30) VALUE 'RUANG.TXT'.
       77 JDW-FILENAME pic X(30) VALUE 'JADWAL.TXT'.
       01 RUANG-O.
           02 KODE-O pic X(8).
           02 GEDUNG-O pic X(15).
           02 KAP-KULIAH-O pic 9(3).
           02 KAP-UJIAN-O pic 9(3).
           02 JENIS-O pic X.
       01 TABEL-RUANG.
           02 RUANG-BARIS OCCURS 200 TIMES.
               03 TR-KODE pic X(8).
               03 TR-GEDUNG pic X(15).
               03 TR-JENIS pic X.
               03 TR-KAPASITAS pic 9(3).
               03 TR-JAM pic 9(3).
               03 TR-KELAS pic 9(3).
       77 ISI-TABEL pic 9(3).
       77 I pic 9(3).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 JENIS-MASUK pic X.
           88 JENIS-SAH VALUE 'K', 'L'.
       77 TERIMA pic X.
       77 KODE-CARI pic X(8).
       77 TOTAL-SEMUA pic 9(4).
       77 TOTAL-ASING pic 9(4).
       77 JAM-TERSEDIA pic 9(3) VALUE 84.
       77 JAM-PAKAI pic 9(3).
       77 PERSEN-PAKAI pic 9(3)V9.
       77 PERSEN-ED pic ZZ9.9.
       77 JAM-ED pic ZZ9.
       77 JAM-ED2 pic ZZ9.
       77 KELAS-ED pic ZZ9.
       77 KAP-ED pic ZZ9.
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'RUANG'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====MASTER RUANG=====".
           DISPLAY "1. TAMBAH RUANG".
           DISPLAY "2. DAFTAR RUANG".
           DISPLAY "3. UBAH RUANG".
           DISPLAY "4. HAPUS RUANG".
           DISPLAY "5. LAPORAN PEMAKAIAN RUANG MINGGUAN".
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
           CLOSE RUANGMST.
           OPEN I-O RUANGMST.
           IF STATUS-RUANG = "35"
               OPEN OUTPUT RUANGMST
               CLOSE RUANGMST
               OPEN I-O RUANGMST.
           IF STATUS-RUANG NOT = "00"
               DISPLAY "FILE MASTER RUANG GAGAL DIBUKA, STATUS = "
                   STATUS-RUANG
               GO TO PILIH-MENU.
       MULAI.
           INITIALIZE RECRUANG.
           DISPLAY "KODE RUANG        : " WITH NO ADVANCING.
           ACCEPT KODE-RG.
           IF KODE-RG = SPACES
               DISPLAY "KODE RUANG HARUS DIISI, ULANGI."
               GO TO MULAI.
           DISPLAY "GEDUNG            : " WITH NO ADVANCING.
           ACCEPT GEDUNG-RG.
       MULAI-KAPASITAS.
           DISPLAY "KAPASITAS KULIAH  : " WITH NO ADVANCING.
           ACCEPT KAP-KULIAH-RG.
           DISPLAY "KAPASITAS UJIAN   : " WITH NO ADVANCING.
           ACCEPT KAP-UJIAN-RG.
           IF KAP-KULIAH-RG IS NOT NUMERIC OR KAP-KULIAH-RG = 0
               OR KAP-UJIAN-RG IS NOT NUMERIC OR KAP-UJIAN-RG = 0
                   DISPLAY "KAPASITAS HARUS ANGKA LEBIH DARI NOL, "
                       "ULANGI."
                   GO TO MULAI-KAPASITAS.
       MULAI-JENIS.
           DISPLAY "JENIS (K=KULIAH L=LAB) : " WITH NO ADVANCING.
           ACCEPT JENIS-MASUK.
           IF NOT JENIS-SAH
               DISPLAY "JENIS HARUS K ATAU L, ULANGI."
               GO TO MULAI-JENIS.
           MOVE JENIS-MASUK TO JENIS-RG.
           WRITE RECRUANG
               INVALID KEY
                   DISPLAY "RUANG " KODE-RG " SUDAH TERDAFTAR.".
       MULAI-LAGI.
           DISPLAY "ADA DATA LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO MULAI.
           CLOSE RUANGMST.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           CLOSE RUANGMST.
           OPEN INPUT RUANGMST.
           IF STATUS-RUANG NOT = "00"
               DISPLAY "BELUM ADA RUANG TERSIMPAN."
               GO TO PILIH-MENU.
           DISPLAY "=================================================".
           DISPLAY "KODE     GEDUNG          KULIAH UJIAN JENIS".
           DISPLAY "=================================================".
           MOVE 0 TO TOTAL-SEMUA.
       BACA.
           READ RUANGMST NEXT RECORD INTO RUANG-O
               AT END GO TO BACA-SELESAI.
           DISPLAY KODE-O " " GEDUNG-O " " KAP-KULIAH-O "    "
               KAP-UJIAN-O "   " JENIS-O.
           ADD 1 TO TOTAL-SEMUA.
           GO TO BACA.
       BACA-SELESAI.
           DISPLAY " ".
           DISPLAY "TOTAL RUANG : " TOTAL-SEMUA.
           CLOSE RUANGMST.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "KODE YANG AKAN DIUBAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           CLOSE RUANGMST.
           OPEN I-O RUANGMST.
           IF STATUS-RUANG NOT = "00"
               DISPLAY "BELUM ADA RUANG TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE KODE-CARI TO KODE-RG.
           READ RUANGMST
               INVALID KEY GO TO UBAH-TIDAK-KETEMU.
           DISPLAY "DATA LAMA : " GEDUNG-RG " KULIAH " KAP-KULIAH-RG
               " UJIAN " KAP-UJIAN-RG " JENIS " JENIS-RG.
           DISPLAY "GEDUNG BARU           : " WITH NO ADVANCING.
           ACCEPT GEDUNG-RG.
       UBAH-KAPASITAS.
           DISPLAY "KAPASITAS KULIAH BARU : " WITH NO ADVANCING.
           ACCEPT KAP-KULIAH-RG.
           DISPLAY "KAPASITAS UJIAN BARU  : " WITH NO ADVANCING.
           ACCEPT KAP-UJIAN-RG.
           IF KAP-KULIAH-RG IS NOT NUMERIC OR KAP-KULIAH-RG = 0
               OR KAP-UJIAN-RG IS NOT NUMERIC OR KAP-UJIAN-RG = 0
                   DISPLAY "KAPASITAS HARUS ANGKA LEBIH DARI NOL, "
                       "ULANGI."
                   GO TO UBAH-KAPASITAS.
       UBAH-JENIS.
           DISPLAY "JENIS BARU (K/L)      : " WITH NO ADVANCING.
           ACCEPT JENIS-MASUK.
           IF NOT JENIS-SAH
               DISPLAY "JENIS HARUS K ATAU L, ULANGI."
               GO TO UBAH-JENIS.
           MOVE JENIS-MASUK TO JENIS-RG.
           REWRITE RECRUANG
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PERUBAHAN.".
           GO TO UBAH-TUTUP.
       UBAH-TIDAK-KETEMU.
           DISPLAY "KODE TIDAK DITEMUKAN.".
       UBAH-TUTUP.
           CLOSE RUANGMST.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "KODE YANG AKAN DIHAPUS : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           CLOSE RUANGMST.
           OPEN I-O RUANGMST.
           IF STATUS-RUANG NOT = "00"
               DISPLAY "BELUM ADA RUANG TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE KODE-CARI TO KODE-RG.
           DELETE RUANGMST
               INVALID KEY DISPLAY "KODE TIDAK DITEMUKAN.".
           CLOSE RUANGMST.
           GO TO PILIH-MENU.

       BUKA-FILE5.
           CLOSE RUANGMST.
           OPEN INPUT RUANGMST.
           IF STATUS-RUANG NOT = "00"
               DISPLAY "BELUM ADA RUANG TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE 0 TO ISI-TABEL.
       MUAT-RUANG.
           READ RUANGMST NEXT RECORD
               AT END GO TO MUAT-RUANG-SELESAI.
           IF ISI-TABEL = 200
               GO TO MUAT-RUANG-SELESAI.
           ADD 1 TO ISI-TABEL.
           MOVE KODE-RG TO TR-KODE (ISI-TABEL).
           MOVE GEDUNG-RG TO TR-GEDUNG (ISI-TABEL).
           MOVE JENIS-RG TO TR-JENIS (ISI-TABEL).
           MOVE KAP-KULIAH-RG TO TR-KAPASITAS (ISI-TABEL).
           MOVE 0 TO TR-JAM (ISI-TABEL).
           MOVE 0 TO TR-KELAS (ISI-TABEL).
           GO TO MUAT-RUANG.
       MUAT-RUANG-SELESAI.
           CLOSE RUANGMST.
           MOVE 0 TO TOTAL-ASING.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "LAPORAN PEMAKAIAN RUANG MINGGUAN  TANGGAL : "
               DELIMITED BY SIZE
               TGL-LAPORAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "JAM TERSEDIA PER RUANG : SENIN-SABTU 07-21 = "
               DELIMITED BY SIZE
               JAM-TERSEDIA DELIMITED BY SIZE
               " JAM" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "RUANG    GEDUNG          J KAP KELAS PAKAI "
               DELIMITED BY SIZE
               "TERSEDIA PERSEN" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE JDWFILE.
           OPEN INPUT JDWFILE.
           IF STATUS-JDW NOT = "00"
               GO TO CETAK-PAKAI.
       HITUNG-PAKAI.
           READ JDWFILE NEXT RECORD
               AT END GO TO HITUNG-PAKAI-TUTUP.
           MOVE 0 TO I.
       HITUNG-PAKAI-CARI.
           ADD 1 TO I.
           IF I > ISI-TABEL
               ADD 1 TO TOTAL-ASING
               MOVE SPACES TO LAP2-LINE
               STRING "JADWAL " DELIMITED BY SIZE
                   KODE-MK-J DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KELAS-J DELIMITED BY SIZE
                   " MEMAKAI RUANG TIDAK TERDAFTAR " DELIMITED BY SIZE
                   RUANG-J DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE
               GO TO HITUNG-PAKAI.
           IF TR-KODE (I) NOT = RUANG-J
               GO TO HITUNG-PAKAI-CARI.
           IF AKHIR-J > MULAI-J
               COMPUTE TR-JAM (I) = TR-JAM (I) + AKHIR-J - MULAI-J.
           ADD 1 TO TR-KELAS (I).
           GO TO HITUNG-PAKAI.
       HITUNG-PAKAI-TUTUP.
           CLOSE JDWFILE.
       CETAK-PAKAI.
           MOVE 0 TO I.
       CETAK-PAKAI-ULANG.
           ADD 1 TO I.
           IF I > ISI-TABEL
               GO TO CETAK-PAKAI-AKHIR.
           MOVE TR-JAM (I) TO JAM-PAKAI.
           COMPUTE PERSEN-PAKAI ROUNDED =
               JAM-PAKAI * 100 / JAM-TERSEDIA.
           MOVE TR-KAPASITAS (I) TO KAP-ED.
           MOVE TR-KELAS (I) TO KELAS-ED.
           MOVE JAM-PAKAI TO JAM-ED.
           MOVE JAM-TERSEDIA TO JAM-ED2.
           MOVE PERSEN-PAKAI TO PERSEN-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING TR-KODE (I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-GEDUNG (I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-JENIS (I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KAP-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               KELAS-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               JAM-ED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               JAM-ED2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PERSEN-ED DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-PAKAI-ULANG.
       CETAK-PAKAI-AKHIR.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "JUMLAH RUANG : " DELIMITED BY SIZE
               ISI-TABEL DELIMITED BY SIZE
               "  JADWAL DI RUANG TIDAK TERDAFTAR : " DELIMITED BY SIZE
               TOTAL-ASING DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'RUANG.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "LAPORAN TERCETAK KE RUANG.LIS.".
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-KELAS
           FILE STATUS IS STATUS-KELASMST.
           SELECT RUANGMST ASSIGN TO RUANG-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-RG
           FILE STATUS IS STATUS-RUANG.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT JDW-SORT ASSIGN TO DISK.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 NAMA-KELAS pic X(25).
           02 WALI-KELAS pic X(25).
           02 RUANG-KELAS pic X(8).
       FD RUANGMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECRUANG.
       01 RECRUANG.
           02 KODE-RG pic X(8).
           02 GEDUNG-RG pic X(15).
           02 KAP-KULIAH-RG pic 9(3).
           02 KAP-UJIAN-RG pic 9(3).
           02 JENIS-RG pic X.
       FD MHS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMHS.
       01 RECMHS.
           02 MHS-KUNCI.
               03 NPM pic X(14).
               03 SEMESTER pic X(6).
           02 NAMA pic X(23).
           02 KELAS pic X(5).
           02 IPK pic 9V99.
       SD JDW-SORT.
       01 RECJDW-SORT.
           02 RUANG-S pic X(8).
       77 JDW-FILENAME pic X(30) VALUE 'JADWAL.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       77 KELASMST-FILENAME pic X(30) VALUE 'KELAS.MST'.
       77 STATUS-RUANG pic XX.
       77 STATUS-SALAH pic XX.
       77 RUANG-FILENAME pic X(30) VALUE 'RUANG.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       01 JDW-O.
           02 KODE-O pic X(8).
           02 KELAS-O pic X(5).
       77 KODE-LAMA pic X(8).
       77 KELAS-LAMA pic X(5).
       77 TGL-LAPORAN pic X(8).
       77 RUANG-SAH-YA pic X.
           88 RUANG-SAH VALUE 'Y'.
       77 KAP-RUANG pic 9(3).
       77 JUMLAH-PESERTA pic 9(4).
       77 SEMESTER-AKHIR pic X(6).
       77 RUANG-SIMPAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'JADWAL'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
                   DISPLAY "JAM AKHIR HARUS LEBIH DARI JAM MULAI, "
                       "ULANGI."
                   GO TO MULAI-WAKTU.
       MULAI-RUANG.
           DISPLAY "RUANG (KOSONGKAN = RUANG KELAS) : "
               WITH NO ADVANCING.
           ACCEPT RUANG-J.
           IF RUANG-J = SPACES
               MOVE RUANG-KELAS TO RUANG-J.
           PERFORM CEK-RUANG THRU CEK-RUANG-SELESAI.
           IF NOT RUANG-SAH
               DISPLAY "RUANG " RUANG-J
                   " TIDAK ADA DI MASTER RUANG, ULANGI."
               GO TO MULAI-RUANG.
           PERFORM CEK-DAYA-RUANG THRU CEK-DAYA-RUANG-SELESAI.
           WRITE RECJDW
               INVALID KEY
                   DISPLAY "JADWAL " KODE-MK-J " KELAS " KELAS-J
                   DISPLAY "JAM AKHIR HARUS LEBIH DARI JAM MULAI, "
                       "ULANGI."
                   GO TO UBAH-WAKTU.
           MOVE RUANG-J TO RUANG-SIMPAN.
       UBAH-RUANG.
           DISPLAY "RUANG BARU (KOSONGKAN = TETAP) : "
               WITH NO ADVANCING.
           ACCEPT RUANG-J.
           IF RUANG-J = SPACES
               MOVE RUANG-SIMPAN TO RUANG-J.
           PERFORM CEK-RUANG THRU CEK-RUANG-SELESAI.
           IF NOT RUANG-SAH
               DISPLAY "RUANG " RUANG-J
                   " TIDAK ADA DI MASTER RUANG, ULANGI."
               GO TO UBAH-RUANG.
           PERFORM CEK-DAYA-RUANG THRU CEK-DAYA-RUANG-SELESAI.
           REWRITE RECJDW
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PERUBAHAN.".
           GO TO UBAH-TUTUP.
                   THRU CETAK-BENTROK-AKHIR.
           CLOSE JDWFILE.
           CLOSE LAPCETAK.
           MOVE 'BENTROK.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "JUMLAH BENTROK DITEMUKAN : " TOTAL-BENTROK.
           DISPLAY "LAPORAN TERCETAK KE BENTROK.LIS.".
           GO TO PILIH-MENU.
       CEK-KELAS-MST-SELESAI.
           EXIT.

       CEK-RUANG.
           MOVE 'Y' TO RUANG-SAH-YA.
           MOVE 0 TO KAP-RUANG.
           OPEN INPUT RUANGMST.
           IF STATUS-RUANG NOT = "00"
               GO TO CEK-RUANG-SELESAI.
           MOVE RUANG-J TO KODE-RG.
           READ RUANGMST
               INVALID KEY MOVE 'T' TO RUANG-SAH-YA.
           IF RUANG-SAH
               MOVE KAP-KULIAH-RG TO KAP-RUANG.
           CLOSE RUANGMST.
       CEK-RUANG-SELESAI.
           EXIT.

       CEK-DAYA-RUANG.
           IF KAP-RUANG = 0
               GO TO CEK-DAYA-RUANG-SELESAI.
           MOVE 0 TO JUMLAH-PESERTA.
           MOVE SPACES TO SEMESTER-AKHIR.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               GO TO CEK-DAYA-RUANG-SELESAI.
           MOVE KELAS-J TO KELAS.
           START MHS KEY NOT < KELAS
               INVALID KEY GO TO CEK-DAYA-RUANG-TUTUP.
       CEK-DAYA-BACA.
           READ MHS NEXT RECORD
               AT END GO TO CEK-DAYA-RUANG-TUTUP.
           IF KELAS NOT = KELAS-J
               GO TO CEK-DAYA-RUANG-TUTUP.
           IF SEMESTER > SEMESTER-AKHIR
               MOVE SEMESTER TO SEMESTER-AKHIR
               MOVE 0 TO JUMLAH-PESERTA.
           IF SEMESTER = SEMESTER-AKHIR
               ADD 1 TO JUMLAH-PESERTA.
           GO TO CEK-DAYA-BACA.
       CEK-DAYA-RUANG-TUTUP.
           CLOSE MHS.
           IF JUMLAH-PESERTA > KAP-RUANG
               DISPLAY "PERINGATAN : KELAS " KELAS-J " BERISI "
                   JUMLAH-PESERTA " MAHASISWA, KAPASITAS RUANG "
                   RUANG-J " HANYA " KAP-RUANG ".".
       CEK-DAYA-RUANG-SELESAI.
           EXIT.

       SELESAI2.
           STOP RUN.

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-KELAS
           FILE STATUS IS STATUS-KELASMST.
           SELECT RUANGMST ASSIGN TO RUANG-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-RG
           FILE STATUS IS STATUS-RUANG.
       DATA DIVISION.
       FILE SECTION.
       FD KELASMST
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
       WORKING-STORAGE SECTION.
       77 STATUS-KELASMST pic XX.
       77 KELASMST-FILENAME pic X(30) VALUE 'KELAS.MST'.
       77 STATUS-RUANG pic XX.
       77 RUANG-FILENAME pic X(30) VALUE 'RUANG.TXT'.
       01 KELAS-O.
           02 KODE-O pic X(5).
           02 NAMA-O pic X(25).
       77 TERIMA pic X.
       77 KODE-CARI pic X(5).
       77 TOTAL-SEMUA pic 9(4).
       77 RUANG-SAH-YA pic X.
           88 RUANG-SAH VALUE 'Y'.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           ACCEPT NAMA-KELAS.
           DISPLAY "DOSEN WALI  : " WITH NO ADVANCING.
           ACCEPT WALI-KELAS.
       MULAI-RUANG.
           DISPLAY "RUANG       : " WITH NO ADVANCING.
           ACCEPT RUANG-KELAS.
           PERFORM CEK-RUANG THRU CEK-RUANG-SELESAI.
           IF NOT RUANG-SAH
               DISPLAY "RUANG " RUANG-KELAS
                   " TIDAK ADA DI MASTER RUANG, ULANGI."
               GO TO MULAI-RUANG.
           WRITE RECKELAS
               INVALID KEY
                   DISPLAY "KODE " KODE-KELAS " SUDAH TERDAFTAR.".
           ACCEPT NAMA-KELAS.
           DISPLAY "DOSEN WALI BARU : " WITH NO ADVANCING.
           ACCEPT WALI-KELAS.
       UBAH-RUANG.
           DISPLAY "RUANG BARU      : " WITH NO ADVANCING.
           ACCEPT RUANG-KELAS.
           PERFORM CEK-RUANG THRU CEK-RUANG-SELESAI.
           IF NOT RUANG-SAH
               DISPLAY "RUANG " RUANG-KELAS
                   " TIDAK ADA DI MASTER RUANG, ULANGI."
               GO TO UBAH-RUANG.
           REWRITE RECKELAS
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PERUBAHAN.".
           GO TO UBAH-TUTUP.
           CLOSE KELASMST.
           GO TO PILIH-MENU.

       CEK-RUANG.
           MOVE 'Y' TO RUANG-SAH-YA.
           IF RUANG-KELAS = SPACES
               GO TO CEK-RUANG-SELESAI.
           OPEN INPUT RUANGMST.
           IF STATUS-RUANG NOT = "00"
               GO TO CEK-RUANG-SELESAI.
           MOVE RUANG-KELAS TO KODE-RG.
           READ RUANGMST
               INVALID KEY MOVE 'T' TO RUANG-SAH-YA.
           CLOSE RUANGMST.
       CEK-RUANG-SELESAI.
           EXIT.

       SELESAI2.
           STOP RUN.

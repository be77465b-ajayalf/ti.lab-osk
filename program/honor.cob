       IDENTIFICATION DIVISION.
       PROGRAM-ID. HONOR.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOSENMST ASSIGN TO DOSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOSEN-ID
           FILE STATUS IS STATUS-DOSEN.
           SELECT AMPU ASSIGN TO AMPU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMPU-KUNCI
           FILE STATUS IS STATUS-AMPU.
           SELECT MK ASSIGN TO MK-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
           SELECT JABFILE ASSIGN TO JAB-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOSEN-J
           FILE STATUS IS STATUS-JAB.
           SELECT TARIFHON ASSIGN TO TARIF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JABATAN-H
           FILE STATUS IS STATUS-TARIF.
           SELECT BAPFILE ASSIGN TO BAP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAP-KUNCI
           FILE STATUS IS STATUS-BAP.
           SELECT JDWFILE ASSIGN TO JDW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JDW-KUNCI
           FILE STATUS IS STATUS-JDW.
           SELECT HONOR-SORT ASSIGN TO DISK.
           SELECT BEBANCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-BEBAN.
           SELECT HONORCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-HONOR.
       DATA DIVISION.
       FILE SECTION.
       FD DOSENMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECDOSEN.
       01 RECDOSEN.
           02 DOSEN-ID pic X(10).
           02 NAMA-D pic X(25).
           02 NIDN-D pic X(10).
           02 OPR-ID-D pic X(10).
       FD AMPU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECAMPU.
       01 RECAMPU.
           02 AMPU-KUNCI.
               03 KODE-MK-P pic X(8).
               03 SEMESTER-P pic X(6).
           02 DOSEN-P pic X(10).
       FD MK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMK.
       01 RECMK.
           02 KODE-MK pic X(8).
           02 NAMA-MK pic X(30).
           02 SKS-MK pic 9(2).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
       FD JABFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECJAB.
       01 RECJAB.
           02 DOSEN-J pic X(10).
           02 JABATAN-J pic X(2).
       FD TARIFHON
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTARIF.
       01 RECTARIF.
           02 JABATAN-H pic X(2).
           02 NAMA-JAB-H pic X(20).
           02 MIN-SKS-H pic 9(2).
           02 MAX-SKS-H pic 9(2).
           02 TARIF-SKS-H pic 9(7).
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
       SD HONOR-SORT.
       01 RECHONOR-SORT.
           02 DOSEN-S pic X(10).
           02 KODE-S pic X(8).
           02 SKS-S pic 9(3).
           02 KELAS-S pic 9(2).
           02 MHS-S pic 9(4).
           02 SESI-S pic 9(3).
           02 RENCANA-S pic 9(3).
       FD BEBANCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BEBAN.LIS'
           DATA RECORD IS BEBAN-LINE.
       01 BEBAN-LINE pic X(80).
       FD HONORCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'HONOR.LIS'
           DATA RECORD IS HONOR-LINE.
       01 HONOR-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-DOSEN pic XX.
       77 STATUS-AMPU pic XX.
       77 STATUS-MK pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-JAB pic XX.
       77 STATUS-TARIF pic XX.
       77 STATUS-BEBAN pic XX.
       77 STATUS-HONOR pic XX.
       77 DOSEN-FILENAME pic X(30) VALUE 'DOSEN.TXT'.
       77 AMPU-FILENAME pic X(30) VALUE 'AMPU.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 JAB-FILENAME pic X(30) VALUE 'JABDOSEN.TXT'.
       77 TARIF-FILENAME pic X(30) VALUE 'TARIFHON.TXT'.
       01 TARIF-O.
           02 JABATAN-O pic X(2).
           02 NAMA-JAB-O pic X(20).
           02 MIN-SKS-O pic 9(2).
           02 MAX-SKS-O pic 9(2).
           02 TARIF-SKS-O pic 9(7).
       01 TABEL-AMPU.
           02 AMPU-BARIS OCCURS 300 TIMES.
               03 TA-KODE pic X(8).
               03 TA-DOSEN pic X(10).
               03 TA-SKS pic 9(2).
               03 TA-KELAS pic 9(2).
               03 TA-MHS pic 9(4).
               03 TA-SESI pic 9(3).
               03 TA-RENCANA pic 9(3).
       77 ISI-TABEL pic 9(3).
       77 I pic 9(3).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 ADA-KRS-YA pic X.
           88 ADA-KRS VALUE 'Y'.
       77 ADA-DOSEN-YA pic X.
           88 ADA-DOSEN VALUE 'Y'.
       77 ADA-JAB-YA pic X.
           88 ADA-JAB VALUE 'Y'.
       77 ADA-TARIF-YA pic X.
           88 ADA-TARIF VALUE 'Y'.
       77 ADA-REKOD-YA pic X.
           88 ADA-REKOD VALUE 'Y'.
       77 TERIMA pic X.
       77 ID-CARI pic X(10).
       77 JABATAN-CARI pic X(2).
       77 SEMESTER-CARI pic X(6).
       77 DOSEN-LAMA pic X(10).
       77 BATAS-MIN-STD pic 9(2) VALUE 12.
       77 BATAS-MAX-STD pic 9(2) VALUE 16.
       77 BEBAN-MIN pic 9(2).
       77 BEBAN-MAX pic 9(2).
       77 TARIF-BERLAKU pic 9(7).
       77 NAMA-DOSEN pic X(25).
       77 JABATAN-DOSEN pic X(2).
       77 NAMA-JABATAN pic X(20).
       77 DOSEN-SKS pic 9(3).
       77 DOSEN-KELAS pic 9(3).
       77 DOSEN-MHS pic 9(5).
       77 SKS-HONOR pic 9(3).
       77 JUMLAH-HONOR pic 9(9).
       77 TOTAL-HONOR pic 9(11).
       77 TOTAL-DOSEN pic 9(4).
       77 TOTAL-KURANG pic 9(4).
       77 TOTAL-LEBIH pic 9(4).
       77 TOTAL-BAYAR pic 9(4).
       77 TOTAL-LUAP pic 9(4).
       77 TOTAL-SEMUA pic 9(4).
       77 KET-BEBAN pic X(24).
       77 TGL-LAPORAN pic X(8).
       77 SKS-ED pic ZZ9.
       77 KELAS-ED pic ZZ9.
       77 MHS-ED pic ZZZZ9.
       77 MIN-ED pic Z9.
       77 MAX-ED pic Z9.
       77 UANG-ED pic Z(8)9.
       77 UANG-ED2 pic Z(10)9.
       77 STATUS-BAP pic XX.
       77 BAP-FILENAME pic X(30) VALUE 'BAP.TXT'.
       77 STATUS-JDW pic XX.
       77 JDW-FILENAME pic X(30) VALUE 'JADWAL.TXT'.
       77 ADA-JDW-YA pic X.
           88 ADA-JDW VALUE 'Y'.
       77 JUMLAH-KELAS pic 9(2).
       77 KLS-ED pic Z9.
       77 PAKAI-JURNAL-YA pic X.
           88 PAKAI-JURNAL VALUE 'Y'.
       77 SESI-ED pic ZZ9.
       77 RENCANA-ED pic ZZ9.
       77 POSISI pic 9(2).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'HONOR'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====BEBAN MENGAJAR DAN HONOR DOSEN=====".
           DISPLAY "1. TAMBAH/UBAH TARIF PER JABATAN".
           DISPLAY "2. DAFTAR TARIF PER JABATAN".
           DISPLAY "3. TETAPKAN JABATAN DOSEN".
           DISPLAY "4. PROSES BEBAN DAN HONOR SEMESTER".
           DISPLAY "5. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           OPEN I-O TARIFHON.
           IF STATUS-TARIF = "35"
               OPEN OUTPUT TARIFHON
               CLOSE TARIFHON
               OPEN I-O TARIFHON.
           IF STATUS-TARIF NOT = "00"
               DISPLAY "FILE TARIF HONOR GAGAL DIBUKA, STATUS = "
                   STATUS-TARIF
               GO TO PILIH-MENU.
       MULAI.
           DISPLAY "KODE JABATAN (AA/LK/LH/GB) : "
               WITH NO ADVANCING.
           ACCEPT JABATAN-CARI.
           IF JABATAN-CARI = SPACES
               DISPLAY "KODE JABATAN HARUS DIISI."
               GO TO MULAI-LAGI.
           MOVE 'Y' TO ADA-TARIF-YA.
           MOVE JABATAN-CARI TO JABATAN-H.
           READ TARIFHON
               INVALID KEY MOVE 'T' TO ADA-TARIF-YA.
           IF ADA-TARIF
               DISPLAY "TARIF LAMA : " NAMA-JAB-H " MIN " MIN-SKS-H
                   " MAKS " MAX-SKS-H " TARIF " TARIF-SKS-H.
           MOVE JABATAN-CARI TO JABATAN-O.
           DISPLAY "NAMA JABATAN          : " WITH NO ADVANCING.
           ACCEPT NAMA-JAB-O.
           DISPLAY "BEBAN MINIMUM (SKS)   : " WITH NO ADVANCING.
           ACCEPT MIN-SKS-O.
           DISPLAY "BEBAN MAKSIMUM (SKS)  : " WITH NO ADVANCING.
           ACCEPT MAX-SKS-O.
           IF MAX-SKS-O < MIN-SKS-O
               DISPLAY "BEBAN MAKSIMUM TIDAK BOLEH KURANG DARI MINIMUM."
               GO TO MULAI-LAGI.
           DISPLAY "TARIF PER SKS LEBIH   : " WITH NO ADVANCING.
           ACCEPT TARIF-SKS-O.
           MOVE TARIF-O TO RECTARIF.
           IF ADA-TARIF GO TO MULAI-UBAH.
           WRITE RECTARIF
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN TARIF."
                   GO TO MULAI-LAGI.
           DISPLAY "TARIF JABATAN " JABATAN-H " TERSIMPAN.".
           GO TO MULAI-LAGI.
       MULAI-UBAH.
           REWRITE RECTARIF
               INVALID KEY
                   DISPLAY "GAGAL MENGUBAH TARIF."
                   GO TO MULAI-LAGI.
           DISPLAY "TARIF JABATAN " JABATAN-H " DIUBAH.".
       MULAI-LAGI.
           DISPLAY "ISI TARIF LAIN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO MULAI.
           CLOSE TARIFHON.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           OPEN INPUT TARIFHON.
           IF STATUS-TARIF NOT = "00"
               DISPLAY "FILE TARIFHON.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-SEMUA.
           DISPLAY "JB NAMA JABATAN         MIN MAKS  TARIF/SKS".
       DAFTAR-TARIF.
           READ TARIFHON NEXT RECORD INTO TARIF-O
               AT END GO TO DAFTAR-TARIF-TUTUP.
           MOVE TARIF-SKS-O TO UANG-ED.
           DISPLAY JABATAN-O " " NAMA-JAB-O " " MIN-SKS-O "  "
               MAX-SKS-O "  " UANG-ED.
           ADD 1 TO TOTAL-SEMUA.
           GO TO DAFTAR-TARIF.
       DAFTAR-TARIF-TUTUP.
           CLOSE TARIFHON.
           DISPLAY "JUMLAH JABATAN : " TOTAL-SEMUA.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               DISPLAY "FILE DOSEN.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN INPUT TARIFHON.
           IF STATUS-TARIF NOT = "00"
               DISPLAY "TARIF PER JABATAN BELUM DIISI."
               CLOSE DOSENMST
               GO TO PILIH-MENU.
           OPEN I-O JABFILE.
           IF STATUS-JAB = "35"
               OPEN OUTPUT JABFILE
               CLOSE JABFILE
               OPEN I-O JABFILE.
           IF STATUS-JAB NOT = "00"
               DISPLAY "FILE JABATAN DOSEN GAGAL DIBUKA, STATUS = "
                   STATUS-JAB
               CLOSE DOSENMST
               CLOSE TARIFHON
               GO TO PILIH-MENU.
       JABATAN-MULAI.
           DISPLAY "ID DOSEN : " WITH NO ADVANCING.
           ACCEPT ID-CARI.
           MOVE ID-CARI TO DOSEN-ID.
           READ DOSENMST
               INVALID KEY
                   DISPLAY "ID DOSEN TIDAK TERDAFTAR."
                   GO TO JABATAN-LAGI.
           MOVE 'Y' TO ADA-JAB-YA.
           MOVE ID-CARI TO DOSEN-J.
           READ JABFILE
               INVALID KEY MOVE 'T' TO ADA-JAB-YA.
           IF ADA-JAB
               DISPLAY NAMA-D " JABATAN SEKARANG : " JABATAN-J
           ELSE
               DISPLAY NAMA-D " BELUM MEMILIKI JABATAN.".
           DISPLAY "KODE JABATAN BARU : " WITH NO ADVANCING.
           ACCEPT JABATAN-CARI.
           MOVE JABATAN-CARI TO JABATAN-H.
           READ TARIFHON
               INVALID KEY
                   DISPLAY "KODE JABATAN TIDAK ADA DI TABEL TARIF."
                   GO TO JABATAN-LAGI.
           MOVE ID-CARI TO DOSEN-J.
           MOVE JABATAN-CARI TO JABATAN-J.
           IF ADA-JAB GO TO JABATAN-UBAH.
           WRITE RECJAB
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN JABATAN."
                   GO TO JABATAN-LAGI.
           DISPLAY "JABATAN " NAMA-D " : " NAMA-JAB-H.
           GO TO JABATAN-LAGI.
       JABATAN-UBAH.
           REWRITE RECJAB
               INVALID KEY
                   DISPLAY "GAGAL MENGUBAH JABATAN."
                   GO TO JABATAN-LAGI.
           DISPLAY "JABATAN " NAMA-D " : " NAMA-JAB-H.
       JABATAN-LAGI.
           DISPLAY "TETAPKAN JABATAN DOSEN LAIN? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO JABATAN-MULAI.
           CLOSE DOSENMST.
           CLOSE TARIFHON.
           CLOSE JABFILE.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "HITUNG SKS DARI JURNAL PERKULIAHAN? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           MOVE 'T' TO PAKAI-JURNAL-YA.
           IF LAGI
               MOVE 'Y' TO PAKAI-JURNAL-YA.
           OPEN INPUT AMPU.
           IF STATUS-AMPU NOT = "00"
               DISPLAY "FILE AMPU.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN INPUT MK.
           IF STATUS-MK NOT = "00"
               DISPLAY "FILE MATKUL.TXT TIDAK DITEMUKAN."
               CLOSE AMPU
               GO TO PILIH-MENU.
           MOVE 'Y' TO ADA-KRS-YA.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               MOVE 'T' TO ADA-KRS-YA.
           MOVE 'Y' TO ADA-DOSEN-YA.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               MOVE 'T' TO ADA-DOSEN-YA.
           MOVE 'Y' TO ADA-JAB-YA.
           OPEN INPUT JABFILE.
           IF STATUS-JAB NOT = "00"
               MOVE 'T' TO ADA-JAB-YA.
           MOVE 'Y' TO ADA-TARIF-YA.
           OPEN INPUT TARIFHON.
           IF STATUS-TARIF NOT = "00"
               MOVE 'T' TO ADA-TARIF-YA.
           MOVE 'Y' TO ADA-JDW-YA.
           OPEN INPUT JDWFILE.
           IF STATUS-JDW NOT = "00"
               DISPLAY "FILE JADWAL.TXT TIDAK DITEMUKAN, 1 KELAS/MK."
               MOVE 'T' TO ADA-JDW-YA.
           MOVE 0 TO ISI-TABEL.
           MOVE 0 TO TOTAL-LUAP.
           PERFORM MUAT-AMPU THRU MUAT-AMPU-SELESAI.
           IF ADA-JDW
               CLOSE JDWFILE.
           IF ADA-KRS
               PERFORM HITUNG-PESERTA THRU HITUNG-PESERTA-SELESAI.
           IF PAKAI-JURNAL
               OPEN INPUT BAPFILE
               IF STATUS-BAP NOT = "00"
                   DISPLAY "FILE BAP.TXT TIDAK DITEMUKAN, SKS PENUH."
                   MOVE 'T' TO PAKAI-JURNAL-YA.
           IF PAKAI-JURNAL
               PERFORM HITUNG-JURNAL THRU HITUNG-JURNAL-SELESAI
               CLOSE BAPFILE
               OPEN INPUT BAPFILE
               PERFORM HITUNG-RENCANA THRU HITUNG-RENCANA-SELESAI
               CLOSE BAPFILE.
           MOVE 0 TO TOTAL-DOSEN.
           MOVE 0 TO TOTAL-KURANG.
           MOVE 0 TO TOTAL-LEBIH.
           MOVE 0 TO TOTAL-BAYAR.
           MOVE 0 TO TOTAL-HONOR.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT BEBANCETAK.
           OPEN OUTPUT HONORCETAK.
           MOVE SPACES TO BEBAN-LINE.
           STRING "REKAP BEBAN MENGAJAR DOSEN SEMESTER "
               DELIMITED BY SIZE
               SEMESTER-CARI DELIMITED BY SIZE
               "  TANGGAL " DELIMITED BY SIZE
               TGL-LAPORAN DELIMITED BY SIZE
               INTO BEBAN-LINE.
           WRITE BEBAN-LINE.
           IF PAKAI-JURNAL
               MOVE SPACES TO BEBAN-LINE
               STRING "SKS DIHITUNG DARI PERTEMUAN YANG DIAJAR "
                   "MENURUT JURNAL PERKULIAHAN" DELIMITED BY SIZE
                   INTO BEBAN-LINE
               WRITE BEBAN-LINE.
           MOVE SPACES TO HONOR-LINE.
           STRING "DAFTAR PEMBAYARAN HONOR KELEBIHAN MENGAJAR "
               DELIMITED BY SIZE
               SEMESTER-CARI DELIMITED BY SIZE
               INTO HONOR-LINE.
           WRITE HONOR-LINE.
           MOVE SPACES TO HONOR-LINE.
           WRITE HONOR-LINE.
           MOVE SPACES TO HONOR-LINE.
           STRING "ID DOSEN   NAMA                      JB "
               DELIMITED BY SIZE
               "SKS  TARIF/SKS     JUMLAH" DELIMITED BY SIZE
               INTO HONOR-LINE.
           WRITE HONOR-LINE.
           SORT HONOR-SORT ON ASCENDING KEY DOSEN-S KODE-S
               INPUT PROCEDURE IS ISI-SORT THRU ISI-SORT-SELESAI
               OUTPUT PROCEDURE IS CETAK-BEBAN
                   THRU CETAK-BEBAN-AKHIR.
           MOVE SPACES TO BEBAN-LINE.
           WRITE BEBAN-LINE.
           MOVE SPACES TO BEBAN-LINE.
           STRING "JUMLAH DOSEN : " DELIMITED BY SIZE
               TOTAL-DOSEN DELIMITED BY SIZE
               "  KURANG : " DELIMITED BY SIZE
               TOTAL-KURANG DELIMITED BY SIZE
               "  LEBIH : " DELIMITED BY SIZE
               TOTAL-LEBIH DELIMITED BY SIZE
               INTO BEBAN-LINE.
           WRITE BEBAN-LINE.
           MOVE TOTAL-HONOR TO UANG-ED2.
           MOVE SPACES TO HONOR-LINE.
           WRITE HONOR-LINE.
           MOVE SPACES TO HONOR-LINE.
           STRING "TOTAL " DELIMITED BY SIZE
               TOTAL-BAYAR DELIMITED BY SIZE
               " DOSEN, JUMLAH HONOR : " DELIMITED BY SIZE
               UANG-ED2 DELIMITED BY SIZE
               INTO HONOR-LINE.
           WRITE HONOR-LINE.
           CLOSE BEBANCETAK.
           MOVE 'BEBAN.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE HONORCETAK.
           MOVE 'HONOR.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE AMPU.
           CLOSE MK.
           IF ADA-KRS
               CLOSE KRSFILE.
           IF ADA-DOSEN
               CLOSE DOSENMST.
           IF ADA-JAB
               CLOSE JABFILE.
           IF ADA-TARIF
               CLOSE TARIFHON.
           DISPLAY "BEBAN " TOTAL-DOSEN " DOSEN TERCETAK KE BEBAN.LIS.".
           DISPLAY "DAFTAR BAYAR " TOTAL-BAYAR
               " DOSEN TERCETAK KE HONOR.LIS.".
           IF TOTAL-LUAP > 0
               DISPLAY "PENGAMPU MELEBIHI TABEL, TIDAK DIHITUNG : "
                   TOTAL-LUAP.
           GO TO PILIH-MENU.

       MUAT-AMPU.
           READ AMPU NEXT RECORD
               AT END GO TO MUAT-AMPU-SELESAI.
           IF SEMESTER-P NOT = SEMESTER-CARI
               GO TO MUAT-AMPU.
           IF ISI-TABEL = 300
               ADD 1 TO TOTAL-LUAP
               GO TO MUAT-AMPU.
           ADD 1 TO ISI-TABEL.
           MOVE KODE-MK-P TO TA-KODE (ISI-TABEL).
           MOVE DOSEN-P TO TA-DOSEN (ISI-TABEL).
           MOVE 0 TO TA-SKS (ISI-TABEL).
           MOVE 1 TO TA-KELAS (ISI-TABEL).
           MOVE 0 TO TA-MHS (ISI-TABEL).
           MOVE 0 TO TA-SESI (ISI-TABEL).
           MOVE 0 TO TA-RENCANA (ISI-TABEL).
           PERFORM HITUNG-KELAS THRU HITUNG-KELAS-SELESAI.
           MOVE KODE-MK-P TO KODE-MK.
           READ MK
               INVALID KEY GO TO MUAT-AMPU.
           MOVE SKS-MK TO TA-SKS (ISI-TABEL).
           GO TO MUAT-AMPU.
       MUAT-AMPU-SELESAI.
           EXIT.

       HITUNG-KELAS.
           IF NOT ADA-JDW
               GO TO HITUNG-KELAS-SELESAI.
           MOVE 0 TO JUMLAH-KELAS.
           MOVE KODE-MK-P TO KODE-MK-J.
           MOVE LOW-VALUES TO KELAS-J.
           START JDWFILE KEY NOT < JDW-KUNCI
               INVALID KEY GO TO HITUNG-KELAS-AKHIR.
       HITUNG-KELAS-BACA.
           READ JDWFILE NEXT RECORD
               AT END GO TO HITUNG-KELAS-AKHIR.
           IF KODE-MK-J NOT = KODE-MK-P
               GO TO HITUNG-KELAS-AKHIR.
           ADD 1 TO JUMLAH-KELAS.
           GO TO HITUNG-KELAS-BACA.
       HITUNG-KELAS-AKHIR.
           IF JUMLAH-KELAS > 0
               MOVE JUMLAH-KELAS TO TA-KELAS (ISI-TABEL).
       HITUNG-KELAS-SELESAI.
           EXIT.

       HITUNG-PESERTA.
           READ KRSFILE NEXT RECORD
               AT END GO TO HITUNG-PESERTA-SELESAI.
           IF SEMESTER-K NOT = SEMESTER-CARI
               GO TO HITUNG-PESERTA.
           MOVE 0 TO I.
       HITUNG-PESERTA-CARI.
           ADD 1 TO I.
           IF I > ISI-TABEL
               GO TO HITUNG-PESERTA.
           IF TA-KODE (I) = KODE-MK-K
               ADD 1 TO TA-MHS (I)
               GO TO HITUNG-PESERTA.
           GO TO HITUNG-PESERTA-CARI.
       HITUNG-PESERTA-SELESAI.
           EXIT.

       HITUNG-JURNAL.
           READ BAPFILE NEXT RECORD
               AT END GO TO HITUNG-JURNAL-SELESAI.
           IF SEMESTER-BP NOT = SEMESTER-CARI OR STATUS-BP = 'B'
               GO TO HITUNG-JURNAL.
           MOVE 0 TO I.
       HITUNG-JURNAL-CARI.
           ADD 1 TO I.
           IF I > ISI-TABEL
               GO TO HITUNG-JURNAL-BARU.
           IF TA-KODE (I) = KODE-MK-BP AND TA-DOSEN (I) = DOSEN-BP
               ADD 1 TO TA-SESI (I)
               GO TO HITUNG-JURNAL.
           GO TO HITUNG-JURNAL-CARI.
       HITUNG-JURNAL-BARU.
           IF ISI-TABEL = 300
               ADD 1 TO TOTAL-LUAP
               GO TO HITUNG-JURNAL.
           ADD 1 TO ISI-TABEL.
           MOVE KODE-MK-BP TO TA-KODE (ISI-TABEL).
           MOVE DOSEN-BP TO TA-DOSEN (ISI-TABEL).
           MOVE 0 TO TA-SKS (ISI-TABEL).
           MOVE 1 TO TA-KELAS (ISI-TABEL).
           MOVE 0 TO TA-MHS (ISI-TABEL).
           MOVE 1 TO TA-SESI (ISI-TABEL).
           MOVE 0 TO TA-RENCANA (ISI-TABEL).
           MOVE KODE-MK-BP TO KODE-MK.
           READ MK
               INVALID KEY GO TO HITUNG-JURNAL.
           MOVE SKS-MK TO TA-SKS (ISI-TABEL).
           GO TO HITUNG-JURNAL.
       HITUNG-JURNAL-SELESAI.
           EXIT.

       HITUNG-RENCANA.
           READ BAPFILE NEXT RECORD
               AT END GO TO HITUNG-RENCANA-SELESAI.
           IF SEMESTER-BP NOT = SEMESTER-CARI
               GO TO HITUNG-RENCANA.
           MOVE 0 TO I.
       HITUNG-RENCANA-CARI.
           ADD 1 TO I.
           IF I > ISI-TABEL
               GO TO HITUNG-RENCANA.
           IF TA-KODE (I) = KODE-MK-BP
               ADD 1 TO TA-RENCANA (I).
           GO TO HITUNG-RENCANA-CARI.
       HITUNG-RENCANA-SELESAI.
           EXIT.

       ISI-SORT.
           MOVE 0 TO I.
       ISI-SORT-ULANG.
           ADD 1 TO I.
           IF I > ISI-TABEL
               GO TO ISI-SORT-SELESAI.
           MOVE TA-DOSEN (I) TO DOSEN-S.
           MOVE TA-KODE (I) TO KODE-S.
           COMPUTE SKS-S = TA-SKS (I) * TA-KELAS (I).
           MOVE TA-KELAS (I) TO KELAS-S.
           MOVE TA-MHS (I) TO MHS-S.
           MOVE TA-SESI (I) TO SESI-S.
           MOVE TA-RENCANA (I) TO RENCANA-S.
           IF PAKAI-JURNAL AND TA-RENCANA (I) > 0
               COMPUTE SKS-S ROUNDED =
                   TA-SKS (I) * TA-KELAS (I) * TA-SESI (I)
                   / TA-RENCANA (I).
           RELEASE RECHONOR-SORT.
           GO TO ISI-SORT-ULANG.
       ISI-SORT-SELESAI.
           EXIT.

       CETAK-BEBAN.
           MOVE SPACES TO DOSEN-LAMA.
           MOVE 'T' TO ADA-REKOD-YA.
       CETAK-BEBAN-BACA.
           RETURN HONOR-SORT
               AT END GO TO CETAK-BEBAN-AKHIR.
           IF NOT ADA-REKOD OR DOSEN-S NOT = DOSEN-LAMA
               PERFORM TUTUP-DOSEN THRU TUTUP-DOSEN-SELESAI
               MOVE DOSEN-S TO DOSEN-LAMA
               MOVE 'Y' TO ADA-REKOD-YA
               PERFORM BUKA-DOSEN THRU BUKA-DOSEN-SELESAI.
           ADD SKS-S TO DOSEN-SKS.
           ADD KELAS-S TO DOSEN-KELAS.
           ADD MHS-S TO DOSEN-MHS.
           MOVE SPACES TO NAMA-MK.
           MOVE KODE-S TO KODE-MK.
           READ MK
               INVALID KEY MOVE "MATA KULIAH TIDAK DIKENAL" TO NAMA-MK.
           MOVE SKS-S TO SKS-ED.
           MOVE MHS-S TO MHS-ED.
           MOVE KELAS-S TO KLS-ED.
           MOVE SPACES TO BEBAN-LINE.
           STRING "   " DELIMITED BY SIZE
               KODE-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-MK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SKS-ED DELIMITED BY SIZE
               " SKS " DELIMITED BY SIZE
               MHS-ED DELIMITED BY SIZE
               " MHS " DELIMITED BY SIZE
               KLS-ED DELIMITED BY SIZE
               " KLS" DELIMITED BY SIZE
               INTO BEBAN-LINE.
           IF PAKAI-JURNAL AND RENCANA-S > 0
               MOVE SESI-S TO SESI-ED
               MOVE RENCANA-S TO RENCANA-ED
               MOVE 69 TO POSISI
               STRING SESI-ED DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   RENCANA-ED DELIMITED BY SIZE
                   " SESI" DELIMITED BY SIZE
                   INTO BEBAN-LINE WITH POINTER POSISI.
           WRITE BEBAN-LINE.
           GO TO CETAK-BEBAN-BACA.
       CETAK-BEBAN-AKHIR.
           PERFORM TUTUP-DOSEN THRU TUTUP-DOSEN-SELESAI.
           EXIT.

       BUKA-DOSEN.
           MOVE 0 TO DOSEN-SKS.
           MOVE 0 TO DOSEN-KELAS.
           MOVE 0 TO DOSEN-MHS.
           MOVE "NAMA TIDAK TERDAFTAR" TO NAMA-DOSEN.
           MOVE SPACES TO JABATAN-DOSEN.
           MOVE "BELUM ADA JABATAN" TO NAMA-JABATAN.
           MOVE BATAS-MIN-STD TO BEBAN-MIN.
           MOVE BATAS-MAX-STD TO BEBAN-MAX.
           MOVE 0 TO TARIF-BERLAKU.
           IF ADA-DOSEN
               MOVE DOSEN-S TO DOSEN-ID
               READ DOSENMST
                   INVALID KEY MOVE SPACES TO NAMA-D
               NOT INVALID KEY MOVE NAMA-D TO NAMA-DOSEN.
           IF NOT ADA-JAB
               GO TO BUKA-DOSEN-CETAK.
           MOVE DOSEN-S TO DOSEN-J.
           READ JABFILE
               INVALID KEY GO TO BUKA-DOSEN-CETAK.
           MOVE JABATAN-J TO JABATAN-DOSEN.
           IF NOT ADA-TARIF
               GO TO BUKA-DOSEN-CETAK.
           MOVE JABATAN-J TO JABATAN-H.
           READ TARIFHON
               INVALID KEY GO TO BUKA-DOSEN-CETAK.
           MOVE NAMA-JAB-H TO NAMA-JABATAN.
           MOVE MIN-SKS-H TO BEBAN-MIN.
           MOVE MAX-SKS-H TO BEBAN-MAX.
           MOVE TARIF-SKS-H TO TARIF-BERLAKU.
       BUKA-DOSEN-CETAK.
           MOVE SPACES TO BEBAN-LINE.
           WRITE BEBAN-LINE.
           MOVE SPACES TO BEBAN-LINE.
           STRING "DOSEN : " DELIMITED BY SIZE
               DOSEN-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-DOSEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-JABATAN DELIMITED BY SIZE
               INTO BEBAN-LINE.
           WRITE BEBAN-LINE.
       BUKA-DOSEN-SELESAI.
           EXIT.

       TUTUP-DOSEN.
           IF NOT ADA-REKOD
               GO TO TUTUP-DOSEN-SELESAI.
           ADD 1 TO TOTAL-DOSEN.
           MOVE SPACES TO KET-BEBAN.
           IF DOSEN-SKS < BEBAN-MIN
               MOVE "KURANG DARI BEBAN MINIMUM" TO KET-BEBAN
               ADD 1 TO TOTAL-KURANG.
           IF DOSEN-SKS > BEBAN-MAX
               MOVE "MELEBIHI BEBAN MAKSIMUM" TO KET-BEBAN
               ADD 1 TO TOTAL-LEBIH.
           MOVE 0 TO SKS-HONOR.
           IF DOSEN-SKS > BEBAN-MIN
               COMPUTE SKS-HONOR = DOSEN-SKS - BEBAN-MIN.
           IF DOSEN-SKS > BEBAN-MAX
               COMPUTE SKS-HONOR = BEBAN-MAX - BEBAN-MIN.
           COMPUTE JUMLAH-HONOR = SKS-HONOR * TARIF-BERLAKU.
           MOVE DOSEN-SKS TO SKS-ED.
           MOVE DOSEN-KELAS TO KELAS-ED.
           MOVE DOSEN-MHS TO MHS-ED.
           MOVE BEBAN-MIN TO MIN-ED.
           MOVE BEBAN-MAX TO MAX-ED.
           MOVE SPACES TO BEBAN-LINE.
           STRING "   TOTAL " DELIMITED BY SIZE
               SKS-ED DELIMITED BY SIZE
               " SKS " DELIMITED BY SIZE
               KELAS-ED DELIMITED BY SIZE
               " KELAS " DELIMITED BY SIZE
               MHS-ED DELIMITED BY SIZE
               " MHS  BEBAN " DELIMITED BY SIZE
               MIN-ED DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MAX-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KET-BEBAN DELIMITED BY SIZE
               INTO BEBAN-LINE.
           WRITE BEBAN-LINE.
           MOVE SKS-HONOR TO SKS-ED.
           MOVE JUMLAH-HONOR TO UANG-ED.
           MOVE SPACES TO BEBAN-LINE.
           STRING "   SKS DIBAYAR " DELIMITED BY SIZE
               SKS-ED DELIMITED BY SIZE
               "  HONOR " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO BEBAN-LINE.
           WRITE BEBAN-LINE.
           IF JABATAN-DOSEN = SPACES
               MOVE "   JABATAN BELUM DITETAPKAN, HONOR TIDAK DIHITUNG"
                   TO BEBAN-LINE
               WRITE BEBAN-LINE.
           IF JUMLAH-HONOR = 0
               GO TO TUTUP-DOSEN-SELESAI.
           ADD 1 TO TOTAL-BAYAR.
           ADD JUMLAH-HONOR TO TOTAL-HONOR.
           MOVE TARIF-BERLAKU TO UANG-ED2.
           MOVE SPACES TO HONOR-LINE.
           STRING DOSEN-LAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-DOSEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JABATAN-DOSEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SKS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UANG-ED2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               INTO HONOR-LINE.
           WRITE HONOR-LINE.
       TUTUP-DOSEN-SELESAI.
           EXIT.

       SELESAI2.
           STOP RUN.

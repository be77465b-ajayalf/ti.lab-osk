           SELECT KARTU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-KARTU.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT BLOKIRF ASSIGN TO BLOKIR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BL
           FILE STATUS IS STATUS-BLOKIR.
           SELECT RUANGMST ASSIGN TO RUANG-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-RG
           FILE STATUS IS STATUS-RUANG.
           SELECT BAPFILE ASSIGN TO BAP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAP-KUNCI
           FILE STATUS IS STATUS-BAP.
       DATA DIVISION.
       FILE SECTION.
       FD UJIANF
               03 KELAS-AB pic X(5).
               03 SEMESTER-AB pic X(6).
               03 TANGGAL-AB pic X(8).
               03 KODE-MK-AB pic X(8).
               03 NPM-AB pic X(14).
           02 HADIR-AB pic X.
           02 PERTEMUAN-AB pic 9(2).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'UJIKURSI.LIS'
           VALUE OF FILE-ID IS 'UJIKARTU.LIS'
           DATA RECORD IS KARTU-LINE.
       01 KARTU-LINE pic X(80).
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
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
       FD RUANGMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECRUANG.
       01 RECRUANG.
           02 KODE-RG pic X(8).
           02 GEDUNG-RG pic X(15).
           02 KAP-KULIAH-RG pic 9(3).
           02 KAP-UJIAN-RG pic 9(3).
           02 JENIS-RG pic X.
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
       77 STATUS-UJIAN pic XX.
       77 STATUS-MK pic XX.
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
       77 JUMLAH-SESI pic 9(4).
       77 HADIR-MHS pic 9(4).
       77 TANGGAL-LAMA pic X(8).
       77 KODE-MK-LAMA pic X(8).
       77 PERSEN-HADIR pic 9(3)V99.
       77 NOMOR-KURSI pic 9(3).
       77 TOTAL-GUGUR pic 9(4).
       77 TOTAL-SEMUA pic 9(4).
       77 TOTAL-KARTU pic 9(3).
       77 TGL-LAPORAN pic X(8).
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 SUPER-ID pic X(10).
       77 SUPER-SANDI pic X(10).
       77 SUPER-LEVEL pic 9.
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 STATUS-BLOKIR pic XX.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 ADA-BLOKIR-YA pic X.
           88 ADA-BLOKIR VALUE 'Y'.
       77 STATUS-RUANG pic XX.
       77 RUANG-FILENAME pic X(30) VALUE 'RUANG.TXT'.
       77 RUANG-CARI pic X(8).
       77 KAP-RUANG pic 9(3).
       77 RUANG-SAH-YA pic X.
           88 RUANG-SAH VALUE 'Y'.
       77 STATUS-BAP pic XX.
       77 BAP-FILENAME pic X(30) VALUE 'BAP.TXT'.
       77 BATAS-PERTEMUAN pic 9(2).
       77 MINPERT-MASUK pic X(2).
       77 MINPERT-KERJA pic X(2).
       77 KODE-CEK pic X(8).
       77 SEMESTER-CEK pic X(6).
       77 TANGGAL-CEK pic X(8).
       77 KELAS-BAP-LAMA pic X(5).
       77 HIT-PERTEMUAN pic 9(3).
       77 TOTAL-PERINGATAN pic 9(4).
       77 PESAN-PERTEMUAN pic X(80).
       77 ADA-KELAS-BAP-YA pic X.
           88 ADA-KELAS-BAP VALUE 'Y'.
       77 TULIS-DENAH-YA pic X.
           88 TULIS-DENAH VALUE 'Y'.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'UJIAN'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
                   STATUS-UJIAN
               CLOSE MK
               GO TO PILIH-MENU.
           PERFORM TERIMA-MINPERT THRU TERIMA-MINPERT-SELESAI.
           MOVE 'T' TO TULIS-DENAH-YA.
       MULAI.
           INITIALIZE RECUJIAN.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           IF SESI-U IS NOT NUMERIC OR SESI-U < 1 OR SESI-U > 4
               DISPLAY "SESI HARUS 1 SAMPAI 4, ULANGI."
               GO TO MULAI.
       MULAI-RUANG.
           DISPLAY "RUANG            : " WITH NO ADVANCING.
           ACCEPT RUANG-U.
           MOVE RUANG-U TO RUANG-CARI.
           PERFORM CEK-RUANG THRU CEK-RUANG-SELESAI.
           IF NOT RUANG-SAH
               DISPLAY "RUANG " RUANG-U
                   " TIDAK ADA DI MASTER RUANG, ULANGI."
               GO TO MULAI-RUANG.
           IF KAP-RUANG > 0
               MOVE KAP-RUANG TO KURSI-U
               DISPLAY "JUMLAH KURSI     : " KURSI-U
                   " (KAPASITAS UJIAN RUANG)"
               GO TO MULAI-SIMPAN.
           DISPLAY "JUMLAH KURSI     : " WITH NO ADVANCING.
           ACCEPT KURSI-U.
           IF KURSI-U IS NOT NUMERIC OR KURSI-U = 0
               DISPLAY "KURSI HARUS ANGKA LEBIH DARI NOL, ULANGI."
               GO TO MULAI.
       MULAI-SIMPAN.
           MOVE KODE-MK-U TO KODE-CEK.
           MOVE SEMESTER-U TO SEMESTER-CEK.
           MOVE TANGGAL-U TO TANGGAL-CEK.
           PERFORM CEK-PERTEMUAN THRU CEK-PERTEMUAN-SELESAI.
           WRITE RECUJIAN
               INVALID KEY
                   DISPLAY "JADWAL UJIAN " KODE-MK-U " SUDAH ADA.".
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           PERFORM TERIMA-PERSEN THRU TERIMA-PERSEN-SELESAI.
           PERFORM TERIMA-MINPERT THRU TERIMA-MINPERT-SELESAI.
           CLOSE UJIANF.
           OPEN INPUT UJIANF.
           IF STATUS-UJIAN NOT = "00"
               MOVE 'T' TO ADA-ABSEN-YA.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE 'Y' TO TULIS-DENAH-YA.
           MOVE 0 TO TOTAL-PERINGATAN.
           MOVE 0 TO TOTAL-GUGUR.
           MOVE 0 TO TOTAL-LEBIH.
           MOVE SPACES TO SEMESTER-U.
               AT END GO TO DENAH-SELESAI.
           IF SEMESTER-UO NOT = SEMESTER-PILIH
               GO TO DENAH-SELESAI.
           IF KODE-UO (1:5) = "SUSUL" OR KODE-UO (1:5) = "REMED"
               GO TO DENAH-BACA.
           PERFORM CETAK-DENAH THRU CETAK-DENAH-SELESAI.
           GO TO DENAH-BACA.
       DENAH-SELESAI.
           IF ADA-ABSEN
               CLOSE ABSEN.
           CLOSE LAPCETAK.
           MOVE 'UJIKURSI.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY " ".
           DISPLAY "TIDAK SAH (DICORET)   : " TOTAL-GUGUR.
           DISPLAY "TANPA KURSI (PENUH)   : " TOTAL-LEBIH.
           DISPLAY "PERTEMUAN KURANG      : " TOTAL-PERINGATAN.
           DISPLAY "DENAH TERCETAK KE UJIKURSI.LIS.".
           GO TO PILIH-MENU.

                   INVALID KEY MOVE SPACES TO NAMA-MK.
           IF ADA-MK
               CLOSE MK.
           MOVE RUANG-UO TO RUANG-CARI.
           PERFORM CEK-RUANG THRU CEK-RUANG-SELESAI.
           IF KAP-RUANG > 0
               MOVE KAP-RUANG TO KURSI-UO.
           MOVE SPACES TO LAP2-LINE.
           STRING "UNIVERSITAS CONTOH - DENAH KURSI UJIAN"
               DELIMITED BY SIZE
               KURSI-UO DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE KODE-UO TO KODE-CEK.
           MOVE SEMESTER-UO TO SEMESTER-CEK.
           MOVE TANGGAL-UO TO TANGGAL-CEK.
           PERFORM CEK-PERTEMUAN THRU CEK-PERTEMUAN-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
       TERIMA-PERSEN-SELESAI.
           EXIT.

       TERIMA-MINPERT.
           DISPLAY "MINIMAL PERTEMUAN SEBELUM UJIAN (KOSONGKAN = 14) : "
               WITH NO ADVANCING.
           ACCEPT MINPERT-MASUK.
           IF MINPERT-MASUK = SPACES
               MOVE 14 TO BATAS-PERTEMUAN
               GO TO TERIMA-MINPERT-SELESAI.
           MOVE MINPERT-MASUK TO MINPERT-KERJA.
           IF MINPERT-KERJA (2:1) = SPACE
               MOVE "0" TO MINPERT-KERJA (1:1)
               MOVE MINPERT-MASUK (1:1) TO MINPERT-KERJA (2:1).
           IF MINPERT-KERJA IS NOT NUMERIC
               DISPLAY "MINIMAL PERTEMUAN HARUS ANGKA, ULANGI."
               GO TO TERIMA-MINPERT.
           MOVE MINPERT-KERJA TO BATAS-PERTEMUAN.
       TERIMA-MINPERT-SELESAI.
           EXIT.

       CEK-PERTEMUAN.
           MOVE 'T' TO ADA-KELAS-BAP-YA.
           MOVE SPACES TO KELAS-BAP-LAMA.
           MOVE 0 TO HIT-PERTEMUAN.
           OPEN INPUT BAPFILE.
           IF STATUS-BAP NOT = "00"
               MOVE SPACES TO PESAN-PERTEMUAN
               STRING "PERINGATAN : JURNAL PERKULIAHAN BELUM ADA, "
                   "PERTEMUAN " DELIMITED BY SIZE
                   KODE-CEK DELIMITED BY SIZE
                   " TIDAK DAPAT DIPERIKSA" DELIMITED BY SIZE
                   INTO PESAN-PERTEMUAN
               PERFORM TULIS-PERINGATAN
               GO TO CEK-PERTEMUAN-SELESAI.
           MOVE KODE-CEK TO KODE-MK-BP.
           MOVE SPACES TO KELAS-BP.
           MOVE SPACES TO SEMESTER-BP.
           MOVE 0 TO PERTEMUAN-BP.
           START BAPFILE KEY NOT < BAP-KUNCI
               INVALID KEY GO TO CEK-PERTEMUAN-AKHIR.
       CEK-PERTEMUAN-BACA.
           READ BAPFILE NEXT RECORD
               AT END GO TO CEK-PERTEMUAN-AKHIR.
           IF KODE-MK-BP NOT = KODE-CEK
               GO TO CEK-PERTEMUAN-AKHIR.
           IF SEMESTER-BP NOT = SEMESTER-CEK
               GO TO CEK-PERTEMUAN-BACA.
           IF KELAS-BP NOT = KELAS-BAP-LAMA
               PERFORM TUTUP-KELAS-BAP
               MOVE KELAS-BP TO KELAS-BAP-LAMA
               MOVE 0 TO HIT-PERTEMUAN
               MOVE 'Y' TO ADA-KELAS-BAP-YA.
           IF STATUS-BP NOT = 'B' AND TANGGAL-BP < TANGGAL-CEK
               ADD 1 TO HIT-PERTEMUAN.
           GO TO CEK-PERTEMUAN-BACA.
       CEK-PERTEMUAN-AKHIR.
           PERFORM TUTUP-KELAS-BAP.
           CLOSE BAPFILE.
           IF NOT ADA-KELAS-BAP
               MOVE SPACES TO PESAN-PERTEMUAN
               STRING "PERINGATAN : " DELIMITED BY SIZE
                   KODE-CEK DELIMITED BY SIZE
                   " BELUM ADA PERTEMUAN TERCATAT SEMESTER "
                   DELIMITED BY SIZE
                   SEMESTER-CEK DELIMITED BY SIZE
                   INTO PESAN-PERTEMUAN
               PERFORM TULIS-PERINGATAN.
       CEK-PERTEMUAN-SELESAI.
           EXIT.

       TUTUP-KELAS-BAP.
           IF KELAS-BAP-LAMA NOT = SPACES
               AND HIT-PERTEMUAN < BATAS-PERTEMUAN
                   MOVE SPACES TO PESAN-PERTEMUAN
                   STRING "PERINGATAN : " DELIMITED BY SIZE
                       KODE-CEK DELIMITED BY SIZE
                       " KELAS " DELIMITED BY SIZE
                       KELAS-BAP-LAMA DELIMITED BY SIZE
                       " BARU " DELIMITED BY SIZE
                       HIT-PERTEMUAN DELIMITED BY SIZE
                       " PERTEMUAN SEBELUM UJIAN (MIN "
                       DELIMITED BY SIZE
                       BATAS-PERTEMUAN DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO PESAN-PERTEMUAN
                   PERFORM TULIS-PERINGATAN.

       TULIS-PERINGATAN.
           ADD 1 TO TOTAL-PERINGATAN.
           DISPLAY PESAN-PERTEMUAN.
           IF TULIS-DENAH
               MOVE PESAN-PERTEMUAN TO LAP2-LINE
               WRITE LAP2-LINE.

       CEK-SAH-UJIAN.
           MOVE 'Y' TO SAH-UJIAN-YA.
           MOVE SPACES TO NAMA-MHS.
           MOVE 0 TO JUMLAH-SESI.
           MOVE 0 TO HADIR-MHS.
           MOVE SPACES TO TANGGAL-LAMA.
           MOVE SPACES TO KODE-MK-LAMA.
           MOVE KELAS-MHS TO KELAS-AB.
           MOVE SEMESTER-O TO SEMESTER-AB.
           MOVE SPACES TO TANGGAL-AB.
           MOVE KODE-UO TO KODE-MK-AB.
           MOVE SPACES TO NPM-AB.
           START ABSEN KEY NOT < ABSEN-KUNCI
               INVALID KEY GO TO CEK-SAH-UJIAN-HITUNG.
           IF KELAS-AO NOT = KELAS-MHS
               OR SEMESTER-AO NOT = SEMESTER-O
                   GO TO CEK-SAH-UJIAN-HITUNG.
           IF KODE-MK-AO NOT = KODE-UO
               GO TO CEK-SAH-UJIAN-BACA.
           IF TANGGAL-AO NOT = TANGGAL-LAMA
               OR KODE-MK-AO NOT = KODE-MK-LAMA
               MOVE TANGGAL-AO TO TANGGAL-LAMA
               MOVE KODE-MK-AO TO KODE-MK-LAMA
               ADD 1 TO JUMLAH-SESI.
           IF NPM-AO = NPM-O AND HADIR-AO = 'H'
               ADD 1 TO HADIR-MHS.
       CEK-SAH-UJIAN-SELESAI.
           EXIT.

       CEK-RUANG.
           MOVE 'Y' TO RUANG-SAH-YA.
           MOVE 0 TO KAP-RUANG.
           OPEN INPUT RUANGMST.
           IF STATUS-RUANG NOT = "00"
               GO TO CEK-RUANG-SELESAI.
           MOVE RUANG-CARI TO KODE-RG.
           READ RUANGMST
               INVALID KEY MOVE 'T' TO RUANG-SAH-YA.
           IF RUANG-SAH
               MOVE KAP-UJIAN-RG TO KAP-RUANG.
           CLOSE RUANGMST.
       CEK-RUANG-SELESAI.
           EXIT.

       BUKA-FILE5.
           DISPLAY "NPM      : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           PERFORM CEK-BLOKIR THRU CEK-BLOKIR-SELESAI.
           IF NOT ADA-BLOKIR
               GO TO BUKA-FILE5-LANJUT.
           DISPLAY "MAHASISWA DIBLOKIR : " ALASAN-BL.
           DISPLAY "DIPASANG " TANGGAL-BL " OLEH " OLEH-BL.
           DISPLAY "MINTA OTORISASI LEVEL 9? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF TIDAK
               GO TO PILIH-MENU.
           PERFORM CEK-SUPER THRU CEK-SUPER-SELESAI.
           IF SUPER-LEVEL NOT = 9
               DISPLAY "BUKAN OTORISASI LEVEL 9, KARTU TIDAK DICETAK."
               GO TO PILIH-MENU.
           MOVE "BUKABLOKIR" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       BUKA-FILE5-LANJUT.
           CLOSE UJIANF.
           OPEN INPUT UJIANF.
           IF STATUS-UJIAN NOT = "00"
           MOVE SPACES TO KARTU-LINE.
           WRITE KARTU-LINE.
           CLOSE KARTU.
           MOVE 'UJIKARTU.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE UJIANF.
           CLOSE KRSFILE.
           DISPLAY "KARTU UJIAN TERCETAK KE UJIKARTU.LIS.".

       SELESAI2.
           STOP RUN.

       CEK-BLOKIR.
           MOVE 'T' TO ADA-BLOKIR-YA.
           OPEN INPUT BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               GO TO CEK-BLOKIR-SELESAI.
           MOVE NPM-CARI TO NPM-BL.
           READ BLOKIRF
               INVALID KEY
                   CLOSE BLOKIRF
                   GO TO CEK-BLOKIR-SELESAI.
           MOVE 'Y' TO ADA-BLOKIR-YA.
           CLOSE BLOKIRF.
       CEK-BLOKIR-SELESAI.
           EXIT.

       CEK-SUPER.
           MOVE 0 TO SUPER-LEVEL.
           DISPLAY "ID SUPERVISOR   : " WITH NO ADVANCING.
           ACCEPT SUPER-ID.
           DISPLAY "SANDI SUPERVISOR : " WITH NO ADVANCING.
           ACCEPT SUPER-SANDI.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR = "35"
               DISPLAY "FILE OPERATOR TIDAK ADA, AKSES PENUH."
               MOVE 3 TO SUPER-LEVEL
               GO TO CEK-SUPER-SELESAI.
           IF STATUS-OPR NOT = "00"
               DISPLAY "FILE OPERATOR GAGAL DIBUKA, STATUS = "
                   STATUS-OPR
               GO TO CEK-SUPER-SELESAI.
           MOVE SUPER-ID TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   CLOSE OPRFILE
                   GO TO CEK-SUPER-SELESAI.
           IF OPR-SANDI = SUPER-SANDI
               MOVE OPR-LEVEL TO SUPER-LEVEL.
           CLOSE OPRFILE.
       CEK-SUPER-SELESAI.
           EXIT.

       CATAT-AUDIT.
           ACCEPT AUDIT-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AUDIT-JAM FROM TIME.
           OPEN EXTEND AUDITLOG.
           IF STATUS-AUDIT = "35"
               OPEN OUTPUT AUDITLOG.
           MOVE SPACES TO AUDIT-LINE.
           STRING AUDIT-TANGGAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-JAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUPER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-AKSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-CARI DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SPACE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

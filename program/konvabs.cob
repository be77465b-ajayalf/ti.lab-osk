       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONVABS.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENLAMA ASSIGN TO LAMA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABSEN-KUNCI-L
           FILE STATUS IS STATUS-LAMA.
           SELECT ABSENBARU ASSIGN TO BARU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABSEN-KUNCI
           FILE STATUS IS STATUS-BARU.
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
       DATA DIVISION.
       FILE SECTION.
       FD ABSENLAMA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECABSEN-L.
       01 RECABSEN-L.
           02 ABSEN-KUNCI-L.
               03 KELAS-ABL pic X(5).
               03 SEMESTER-ABL pic X(6).
               03 TANGGAL-ABL pic X(8).
               03 NPM-ABL pic X(14).
           02 HADIR-ABL pic X.
       FD ABSENBARU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECABSEN.
       01 RECABSEN.
           02 ABSEN-KUNCI.
               03 KELAS-AB pic X(5).
               03 SEMESTER-AB pic X(6).
               03 TANGGAL-AB pic X(8).
               03 KODE-MK-AB pic X(8).
               03 NPM-AB pic X(14).
           02 HADIR-AB pic X.
           02 PERTEMUAN-AB pic 9(2).
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
       WORKING-STORAGE SECTION.
       77 STATUS-LAMA pic XX.
       77 STATUS-BARU pic XX.
       77 STATUS-BAP pic XX.
       77 STATUS-JDW pic XX.
       77 LAMA-FILENAME pic X(30).
       77 BARU-FILENAME pic X(30).
       77 BAP-FILENAME pic X(30) VALUE 'BAP.TXT'.
       77 JDW-FILENAME pic X(30) VALUE 'JADWAL.TXT'.
       77 ADA-BAP-YA pic X.
           88 ADA-BAP VALUE 'Y'.
       77 ADA-JDW-YA pic X.
           88 ADA-JDW VALUE 'Y'.
       77 KELAS-LAMA pic X(5).
       77 SEMESTER-LAMA pic X(6).
       77 TANGGAL-LAMA pic X(8).
       77 KODE-SESI pic X(8).
       77 PERTEMUAN-SESI pic 9(2).
       77 HARI-SESI pic 9.
       77 JUMLAH-CALON pic 9(2).
       77 C pic 9(2).
       01 TABEL-CALON.
           02 CALON-MK pic X(8) OCCURS 10 TIMES.
       01 TABEL-MK.
           02 MK-BARIS OCCURS 50 TIMES.
               03 TM-KODE pic X(8).
               03 TM-SESI pic 9(2).
       77 ISI-MK pic 9(2).
       77 M pic 9(2).
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
       77 TOTAL-BACA pic 9(6).
       77 TOTAL-TULIS pic 9(6).
       77 TOTAL-SESI pic 9(6).
       77 TOTAL-DARI-BAP pic 9(6).
       77 TOTAL-DARI-JDW pic 9(6).
       77 TOTAL-DITANYA pic 9(6).
       PROCEDURE DIVISION.
       BUKA-FILE.
           DISPLAY " ".
           DISPLAY "=====KONVERSI FILE ABSENSI KE KUNCI PER MK=====".
           DISPLAY "FILE ABSEN LAMA (KOSONGKAN = ABSEN.TXT) : "
               WITH NO ADVANCING.
           ACCEPT LAMA-FILENAME.
           IF LAMA-FILENAME = SPACES
               MOVE 'ABSEN.TXT' TO LAMA-FILENAME.
           DISPLAY "FILE ABSEN BARU (KOSONGKAN = ABSEN.BARU) : "
               WITH NO ADVANCING.
           ACCEPT BARU-FILENAME.
           IF BARU-FILENAME = SPACES
               MOVE 'ABSEN.BARU' TO BARU-FILENAME.
           OPEN INPUT ABSENLAMA.
           IF STATUS-LAMA NOT = "00"
               DISPLAY "FILE " LAMA-FILENAME " TIDAK DITEMUKAN."
               GO TO SELESAI2.
           OPEN OUTPUT ABSENBARU.
           IF STATUS-BARU NOT = "00"
               DISPLAY "FILE " BARU-FILENAME " GAGAL DIBUAT."
               CLOSE ABSENLAMA
               GO TO SELESAI2.
           MOVE 'Y' TO ADA-BAP-YA.
           OPEN INPUT BAPFILE.
           IF STATUS-BAP NOT = "00"
               MOVE 'T' TO ADA-BAP-YA
               DISPLAY "BAP.TXT TIDAK ADA, MK DICARI DARI JADWAL.".
           MOVE 'Y' TO ADA-JDW-YA.
           OPEN INPUT JDWFILE.
           IF STATUS-JDW NOT = "00"
               MOVE 'T' TO ADA-JDW-YA
               DISPLAY "JADWAL.TXT TIDAK ADA, MK DITANYAKAN.".
           MOVE LOW-VALUES TO KELAS-LAMA.
           MOVE LOW-VALUES TO SEMESTER-LAMA.
           MOVE LOW-VALUES TO TANGGAL-LAMA.
           MOVE 0 TO ISI-MK.
           MOVE 0 TO TOTAL-BACA.
           MOVE 0 TO TOTAL-TULIS.
           MOVE 0 TO TOTAL-SESI.
           MOVE 0 TO TOTAL-DARI-BAP.
           MOVE 0 TO TOTAL-DARI-JDW.
           MOVE 0 TO TOTAL-DITANYA.
       BACA.
           READ ABSENLAMA NEXT RECORD
               AT END GO TO BACA-SELESAI.
           ADD 1 TO TOTAL-BACA.
           IF KELAS-ABL NOT = KELAS-LAMA
               OR SEMESTER-ABL NOT = SEMESTER-LAMA
                   MOVE 0 TO ISI-MK.
           IF KELAS-ABL NOT = KELAS-LAMA
               OR SEMESTER-ABL NOT = SEMESTER-LAMA
               OR TANGGAL-ABL NOT = TANGGAL-LAMA
                   MOVE KELAS-ABL TO KELAS-LAMA
                   MOVE SEMESTER-ABL TO SEMESTER-LAMA
                   MOVE TANGGAL-ABL TO TANGGAL-LAMA
                   PERFORM TENTUKAN-SESI THRU TENTUKAN-SESI-SELESAI.
           MOVE KELAS-ABL TO KELAS-AB.
           MOVE SEMESTER-ABL TO SEMESTER-AB.
           MOVE TANGGAL-ABL TO TANGGAL-AB.
           MOVE KODE-SESI TO KODE-MK-AB.
           MOVE NPM-ABL TO NPM-AB.
           MOVE HADIR-ABL TO HADIR-AB.
           MOVE PERTEMUAN-SESI TO PERTEMUAN-AB.
           WRITE RECABSEN
               INVALID KEY
                   DISPLAY "GAGAL MENULIS " NPM-AB " " TANGGAL-AB
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TULIS.
           GO TO BACA.
       BACA-SELESAI.
           CLOSE ABSENLAMA.
           CLOSE ABSENBARU.
           IF ADA-BAP
               CLOSE BAPFILE.
           IF ADA-JDW
               CLOSE JDWFILE.

       TAMPIL-HASIL.
           DISPLAY "REKOD DIBACA : " TOTAL-BACA.
           DISPLAY "REKOD DITULIS : " TOTAL-TULIS.
           DISPLAY "SESI (KELAS/TANGGAL) : " TOTAL-SESI.
           DISPLAY "  MK DARI BAP    : " TOTAL-DARI-BAP.
           DISPLAY "  MK DARI JADWAL : " TOTAL-DARI-JDW.
           DISPLAY "  MK DIISI OPERATOR : " TOTAL-DITANYA.
           IF TOTAL-BACA = TOTAL-TULIS
               DISPLAY "KONVERSI SELESAI. GANTI NAMA " BARU-FILENAME
               DISPLAY "MENJADI " LAMA-FILENAME " SETELAH DICADANGKAN."
           ELSE
               DISPLAY "JUMLAH REKOD TIDAK SAMA, JANGAN DIPAKAI.".

       SELESAI2.
           STOP RUN.

       TENTUKAN-SESI.
           ADD 1 TO TOTAL-SESI.
           MOVE SPACES TO KODE-SESI.
           MOVE 0 TO PERTEMUAN-SESI.
           PERFORM CARI-BAP THRU CARI-BAP-SELESAI.
           IF KODE-SESI NOT = SPACES
               ADD 1 TO TOTAL-DARI-BAP
               GO TO TENTUKAN-SESI-NOMOR.
           IF JUMLAH-CALON > 1
               GO TO TENTUKAN-SESI-TANYA.
           PERFORM CARI-JDW THRU CARI-JDW-SELESAI.
           IF KODE-SESI NOT = SPACES
               ADD 1 TO TOTAL-DARI-JDW
               GO TO TENTUKAN-SESI-NOMOR.
       TENTUKAN-SESI-TANYA.
           PERFORM TANYA-MK THRU TANYA-MK-SELESAI.
           ADD 1 TO TOTAL-DITANYA.
       TENTUKAN-SESI-NOMOR.
           MOVE 0 TO M.
       TENTUKAN-SESI-CARI.
           ADD 1 TO M.
           IF M > ISI-MK
               GO TO TENTUKAN-SESI-BARU.
           IF TM-KODE (M) = KODE-SESI
               GO TO TENTUKAN-SESI-TAMBAH.
           GO TO TENTUKAN-SESI-CARI.
       TENTUKAN-SESI-BARU.
           IF ISI-MK NOT < 50
               DISPLAY "TABEL MK KELAS " KELAS-LAMA " PENUH, PERTEMUAN "
                   KODE-SESI " TIDAK DINOMORI."
               GO TO TENTUKAN-SESI-SELESAI.
           ADD 1 TO ISI-MK.
           MOVE ISI-MK TO M.
           MOVE KODE-SESI TO TM-KODE (M).
           MOVE 0 TO TM-SESI (M).
       TENTUKAN-SESI-TAMBAH.
           ADD 1 TO TM-SESI (M).
           IF PERTEMUAN-SESI = 0
               MOVE TM-SESI (M) TO PERTEMUAN-SESI.
       TENTUKAN-SESI-SELESAI.
           EXIT.

       CARI-BAP.
           MOVE 0 TO JUMLAH-CALON.
           IF NOT ADA-BAP
               GO TO CARI-BAP-SELESAI.
           MOVE LOW-VALUES TO BAP-KUNCI.
           START BAPFILE KEY NOT < BAP-KUNCI
               INVALID KEY GO TO CARI-BAP-SELESAI.
       CARI-BAP-BACA.
           READ BAPFILE NEXT RECORD
               AT END GO TO CARI-BAP-AKHIR.
           IF KELAS-BP NOT = KELAS-LAMA
               OR SEMESTER-BP NOT = SEMESTER-LAMA
               OR TANGGAL-BP NOT = TANGGAL-LAMA
               OR STATUS-BP = 'B'
                   GO TO CARI-BAP-BACA.
           ADD 1 TO JUMLAH-CALON.
           IF JUMLAH-CALON NOT > 10
               MOVE KODE-MK-BP TO CALON-MK (JUMLAH-CALON).
           MOVE PERTEMUAN-BP TO PERTEMUAN-SESI.
           GO TO CARI-BAP-BACA.
       CARI-BAP-AKHIR.
           IF JUMLAH-CALON = 1
               MOVE CALON-MK (1) TO KODE-SESI
           ELSE
               MOVE 0 TO PERTEMUAN-SESI.
       CARI-BAP-SELESAI.
           EXIT.

       CARI-JDW.
           MOVE 0 TO JUMLAH-CALON.
           IF NOT ADA-JDW
               GO TO CARI-JDW-SELESAI.
           MOVE TANGGAL-LAMA TO TGL-HITUNG.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-SELESAI.
           IF NOT TGL-SAH
               GO TO CARI-JDW-SELESAI.
           SUBTRACT 1 FROM HARI-KE.
           DIVIDE HARI-KE BY 7 GIVING BAGI-HASIL REMAINDER BAGI-SISA.
           COMPUTE HARI-SESI = BAGI-SISA + 1.
           MOVE LOW-VALUES TO JDW-KUNCI.
           START JDWFILE KEY NOT < JDW-KUNCI
               INVALID KEY GO TO CARI-JDW-SELESAI.
       CARI-JDW-BACA.
           READ JDWFILE NEXT RECORD
               AT END GO TO CARI-JDW-AKHIR.
           IF KELAS-J NOT = KELAS-LAMA OR HARI-J NOT = HARI-SESI
               GO TO CARI-JDW-BACA.
           ADD 1 TO JUMLAH-CALON.
           IF JUMLAH-CALON NOT > 10
               MOVE KODE-MK-J TO CALON-MK (JUMLAH-CALON).
           GO TO CARI-JDW-BACA.
       CARI-JDW-AKHIR.
           IF JUMLAH-CALON = 1
               MOVE CALON-MK (1) TO KODE-SESI.
       CARI-JDW-SELESAI.
           EXIT.

       TANYA-MK.
           DISPLAY "KELAS " KELAS-LAMA " SEMESTER " SEMESTER-LAMA
               " TANGGAL " TANGGAL-LAMA.
           IF JUMLAH-CALON = 0
               DISPLAY "  TIDAK DITEMUKAN DI BAP MAUPUN JADWAL."
               GO TO TANYA-MK-ISI.
           DISPLAY "  LEBIH DARI SATU MK, KANDIDAT :".
           MOVE 0 TO C.
       TANYA-MK-CALON.
           ADD 1 TO C.
           IF C > JUMLAH-CALON OR C > 10
               GO TO TANYA-MK-ISI.
           DISPLAY "    " CALON-MK (C).
           GO TO TANYA-MK-CALON.
       TANYA-MK-ISI.
           DISPLAY "  KODE MATA KULIAH SESI INI : " WITH NO ADVANCING.
           ACCEPT KODE-SESI.
           IF KODE-SESI = SPACES
               GO TO TANYA-MK-ISI.
       TANYA-MK-SELESAI.
           EXIT.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSUNJDW.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JDWFILE ASSIGN TO JDW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JDW-KUNCI
           FILE STATUS IS STATUS-JDW.
           SELECT JDWDRAF ASSIGN TO DRAF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DRAF-KUNCI
           FILE STATUS IS STATUS-DRAF.
           SELECT SIAPJDW ASSIGN TO SIAP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIAP-KUNCI
           FILE STATUS IS STATUS-SIAP.
           SELECT AMPU ASSIGN TO AMPU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMPU-KUNCI
           FILE STATUS IS STATUS-AMPU.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
           SELECT MK ASSIGN TO MK-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT RUANGMST ASSIGN TO RUANG-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-RG
           FILE STATUS IS STATUS-RUANG.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
       DATA DIVISION.
       FILE SECTION.
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
       FD JDWDRAF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECDRAF.
       01 RECDRAF.
           02 DRAF-KUNCI.
               03 KODE-MK-DR pic X(8).
               03 KELAS-DR pic X(5).
           02 HARI-DR pic 9.
           02 MULAI-DR pic 9(2).
           02 AKHIR-DR pic 9(2).
           02 RUANG-DR pic X(8).
           02 DOSEN-DR pic X(10).
           02 PESERTA-DR pic 9(4).
           02 SEMESTER-DR pic X(6).
           02 ALASAN-DR pic X(35).
       FD SIAPJDW
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSIAP.
       01 RECSIAP.
           02 SIAP-KUNCI.
               03 JENIS-SJ pic X.
               03 ID-SJ pic X(10).
               03 HARI-SJ pic 9.
           02 MULAI-SJ pic 9(2).
           02 AKHIR-SJ pic 9(2).
       FD AMPU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECAMPU.
       01 RECAMPU.
           02 AMPU-KUNCI.
               03 KODE-MK-P pic X(8).
               03 SEMESTER-P pic X(6).
           02 DOSEN-P pic X(10).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
       FD MK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMK.
       01 RECMK.
           02 KODE-MK pic X(8).
           02 NAMA-MK pic X(30).
           02 SKS-MK pic 9(2).
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
       FD RUANGMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECRUANG.
       01 RECRUANG.
           02 KODE-RG pic X(8).
           02 GEDUNG-RG pic X(15).
           02 KAP-KULIAH-RG pic 9(3).
           02 KAP-UJIAN-RG pic 9(3).
           02 JENIS-RG pic X.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'JDWDRAF.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-JDW pic XX.
       77 STATUS-DRAF pic XX.
       77 STATUS-SIAP pic XX.
       77 STATUS-AMPU pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-MK pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-RUANG pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 JDW-FILENAME pic X(30) VALUE 'JADWAL.TXT'.
       77 DRAF-FILENAME pic X(30) VALUE 'JDWDRAF.TXT'.
       77 SIAP-FILENAME pic X(30) VALUE 'SIAPJDW.TXT'.
       77 AMPU-FILENAME pic X(30) VALUE 'AMPU.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 RUANG-FILENAME pic X(30) VALUE 'RUANG.TXT'.
       01 DRAF-O.
           02 KODE-O pic X(8).
           02 KELAS-O pic X(5).
           02 HARI-O pic 9.
           02 MULAI-O pic 9(2).
           02 AKHIR-O pic 9(2).
           02 RUANG-O pic X(8).
           02 DOSEN-O pic X(10).
           02 PESERTA-O pic 9(4).
           02 SEMESTER-O pic X(6).
           02 ALASAN-O pic X(35).
       01 TABEL-MINTA.
           02 MINTA-BARIS OCCURS 500 TIMES.
               03 TM-KODE pic X(8).
               03 TM-KELAS pic X(5).
               03 TM-DOSEN pic X(10).
               03 TM-JUMLAH pic 9(4).
               03 TM-SKS pic 9(2).
               03 TM-SELESAI pic X.
       77 ISI-MINTA pic 9(4).
       01 TABEL-KLS.
           02 KLS-BARIS OCCURS 100 TIMES.
               03 TK-KELAS pic X(5).
               03 TK-MASKER.
                   04 TK-HARI OCCURS 6 TIMES.
                       05 TK-JAM pic X OCCURS 14 TIMES.
       77 ISI-KLS pic 9(3).
       01 TABEL-DSN.
           02 DSN-BARIS OCCURS 200 TIMES.
               03 TD-DOSEN pic X(10).
               03 TD-MASKER.
                   04 TD-HARI OCCURS 6 TIMES.
                       05 TD-JAM pic X OCCURS 14 TIMES.
       77 ISI-DSN pic 9(3).
       01 TABEL-RG.
           02 RG-BARIS OCCURS 200 TIMES.
               03 TR-KODE pic X(8).
               03 TR-KAP pic 9(3).
               03 TR-MASKER.
                   04 TR-HARI OCCURS 6 TIMES.
                       05 TR-JAM pic X OCCURS 14 TIMES.
       77 ISI-RG pic 9(3).
       01 SIAP-MASKER.
           02 SIAP-HARI OCCURS 6 TIMES.
               03 SIAP-JAM pic X OCCURS 14 TIMES.
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 JENIS-PILIH pic X.
           88 JENIS-SAH VALUE 'D', 'R'.
       77 TERIMA pic X.
       77 I pic 9(4).
       77 H pic 9.
       77 J pic 9(2).
       77 M pic 9(2).
       77 M-AKHIR pic 9(2).
       77 JAM-NYATA pic 9(2).
       77 PK pic 9(3).
       77 PD pic 9(3).
       77 PR pic 9(3).
       77 R pic 9(3).
       77 PILIH-MINTA pic 9(4).
       77 JUMLAH-MAKS pic 9(4).
       77 KAP-TERKECIL pic 9(3).
       77 SEMESTER-TARGET pic X(6).
       77 SEMESTER-ACUAN pic X(6).
       77 ID-CARI pic X(10).
       77 KODE-CARI pic X(8).
       77 KELAS-CARI pic X(5).
       77 DOSEN-CARI pic X(10).
       77 ALASAN-TOLAK pic X(35).
       77 BLOK-BEBAS-YA pic X.
           88 BLOK-BEBAS VALUE 'Y'.
       77 ADA-WAKTU-YA pic X.
           88 ADA-WAKTU VALUE 'Y'.
       77 ADA-KAP-YA pic X.
           88 ADA-KAP VALUE 'Y'.
       77 ADA-SIAP-YA pic X.
           88 ADA-SIAP VALUE 'Y'.
       77 TERTEMPAT-YA pic X.
           88 TERTEMPAT VALUE 'Y'.
       77 TOTAL-TEMPAT pic 9(4).
       77 TOTAL-GAGAL pic 9(4).
       77 TOTAL-TANPA-MHS pic 9(5).
       77 TOTAL-SEMUA pic 9(4).
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'SUSUNJDW'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====PENYUSUNAN DRAF JADWAL KULIAH=====".
           DISPLAY "1. KETERSEDIAAN DOSEN / RUANG".
           DISPLAY "2. DAFTAR KETERSEDIAAN".
           DISPLAY "3. SUSUN DRAF JADWAL".
           DISPLAY "4. CETAK DRAF JADWAL".
           DISPLAY "5. PINDAHKAN DRAF KE JADWAL".
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
           OPEN I-O SIAPJDW.
           IF STATUS-SIAP = "35"
               OPEN OUTPUT SIAPJDW
               CLOSE SIAPJDW
               OPEN I-O SIAPJDW.
           IF STATUS-SIAP NOT = "00"
               DISPLAY "FILE KETERSEDIAAN GAGAL DIBUKA, STATUS = "
                   STATUS-SIAP
               GO TO PILIH-MENU.
       SIAP-MULAI.
           DISPLAY "D = DOSEN, R = RUANG : " WITH NO ADVANCING.
           ACCEPT JENIS-PILIH.
           IF NOT JENIS-SAH
               GO TO SIAP-MULAI.
           DISPLAY "ID DOSEN / KODE RUANG : " WITH NO ADVANCING.
           ACCEPT ID-CARI.
       SIAP-HARI-ISI.
           DISPLAY "HARI (1=SENIN .. 6=SABTU) : " WITH NO ADVANCING.
           ACCEPT HARI-SJ.
           IF HARI-SJ IS NOT NUMERIC OR HARI-SJ < 1 OR HARI-SJ > 6
               DISPLAY "HARI HARUS 1 SAMPAI 6, ULANGI."
               GO TO SIAP-HARI-ISI.
           DISPLAY "TERSEDIA JAM MULAI (07-20, 00 = TIDAK ADA) : "
               WITH NO ADVANCING.
           ACCEPT MULAI-SJ.
           DISPLAY "TERSEDIA SAMPAI JAM (08-21, 00 = TIDAK ADA) : "
               WITH NO ADVANCING.
           ACCEPT AKHIR-SJ.
           IF MULAI-SJ IS NOT NUMERIC OR AKHIR-SJ IS NOT NUMERIC
               DISPLAY "JAM HARUS ANGKA, ULANGI."
               GO TO SIAP-HARI-ISI.
           IF MULAI-SJ = 0 AND AKHIR-SJ = 0
               GO TO SIAP-SIMPAN.
           IF MULAI-SJ < 7 OR AKHIR-SJ > 21
               OR AKHIR-SJ NOT > MULAI-SJ
                   DISPLAY "JAM HARUS 07-21 DAN AKHIR > MULAI, ULANGI."
                   GO TO SIAP-HARI-ISI.
       SIAP-SIMPAN.
           MOVE JENIS-PILIH TO JENIS-SJ.
           MOVE ID-CARI TO ID-SJ.
           WRITE RECSIAP
               INVALID KEY
                   REWRITE RECSIAP
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN KETERSEDIAAN.".
           DISPLAY "HARI LAIN UNTUK " ID-CARI "? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO SIAP-HARI-ISI.
           DISPLAY "DOSEN / RUANG LAIN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO SIAP-MULAI.
           CLOSE SIAPJDW.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           OPEN INPUT SIAPJDW.
           IF STATUS-SIAP NOT = "00"
               DISPLAY "BELUM ADA DATA KETERSEDIAAN, SEMUA JAM TERBUKA."
               GO TO PILIH-MENU.
           DISPLAY "==========================================".
           DISPLAY "J ID         HARI JAM".
           DISPLAY "==========================================".
           MOVE 0 TO TOTAL-SEMUA.
       SIAP-BACA.
           READ SIAPJDW NEXT RECORD
               AT END GO TO SIAP-BACA-SELESAI.
           ADD 1 TO TOTAL-SEMUA.
           IF MULAI-SJ = 0 AND AKHIR-SJ = 0
               DISPLAY JENIS-SJ " " ID-SJ " " HARI-SJ "    TIDAK ADA"
               GO TO SIAP-BACA.
           DISPLAY JENIS-SJ " " ID-SJ " " HARI-SJ "    " MULAI-SJ "-"
               AKHIR-SJ.
           GO TO SIAP-BACA.
       SIAP-BACA-SELESAI.
           DISPLAY " ".
           DISPLAY "TOTAL BARIS : " TOTAL-SEMUA.
           DISPLAY "HARI YANG TIDAK TERCANTUM = TERSEDIA 07-21.".
           CLOSE SIAPJDW.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "SEMESTER YANG DIJADWALKAN       : "
               WITH NO ADVANCING.
           ACCEPT SEMESTER-TARGET.
           DISPLAY "SEMESTER ACUAN PERMINTAAN (KRS) : "
               WITH NO ADVANCING.
           ACCEPT SEMESTER-ACUAN.
           OPEN INPUT AMPU.
           IF STATUS-AMPU NOT = "00"
               DISPLAY "FILE AMPU.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               DISPLAY "FILE KRS.TXT TIDAK DITEMUKAN."
               CLOSE AMPU
               GO TO PILIH-MENU.
           OPEN INPUT MK.
           IF STATUS-MK NOT = "00"
               DISPLAY "FILE KATALOG MATKUL.TXT TIDAK DITEMUKAN."
               CLOSE AMPU
               CLOSE KRSFILE
               GO TO PILIH-MENU.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA.TXT TIDAK DITEMUKAN."
               CLOSE AMPU
               CLOSE KRSFILE
               CLOSE MK
               GO TO PILIH-MENU.
           OPEN INPUT RUANGMST.
           IF STATUS-RUANG NOT = "00"
               DISPLAY "FILE RUANG.TXT TIDAK DITEMUKAN."
               CLOSE AMPU
               CLOSE KRSFILE
               CLOSE MK
               CLOSE MHS
               GO TO PILIH-MENU.
           MOVE 'T' TO ADA-SIAP-YA.
           OPEN INPUT SIAPJDW.
           IF STATUS-SIAP = "00"
               MOVE 'Y' TO ADA-SIAP-YA.
           OPEN OUTPUT JDWDRAF.
           CLOSE JDWDRAF.
           OPEN I-O JDWDRAF.
           MOVE 0 TO ISI-MINTA.
           MOVE 0 TO ISI-KLS.
           MOVE 0 TO ISI-DSN.
           MOVE 0 TO ISI-RG.
           MOVE 0 TO TOTAL-TEMPAT.
           MOVE 0 TO TOTAL-GAGAL.
           MOVE 0 TO TOTAL-TANPA-MHS.
           PERFORM MUAT-RUANG THRU MUAT-RUANG-SELESAI.
       SUSUN-KRS.
           READ KRSFILE NEXT RECORD
               AT END GO TO SUSUN-AMPU.
           IF SEMESTER-K NOT = SEMESTER-ACUAN
               GO TO SUSUN-KRS.
           MOVE KODE-MK-K TO KODE-MK-P.
           MOVE SEMESTER-TARGET TO SEMESTER-P.
           READ AMPU
               INVALID KEY GO TO SUSUN-KRS.
           MOVE NPM-K TO NPM.
           MOVE SEMESTER-K TO SEMESTER.
           READ MHS
               INVALID KEY
                   ADD 1 TO TOTAL-TANPA-MHS
                   GO TO SUSUN-KRS.
           PERFORM TAMBAH-MINTA THRU TAMBAH-MINTA-SELESAI.
           GO TO SUSUN-KRS.
       SUSUN-AMPU.
           MOVE SPACES TO AMPU-KUNCI.
           START AMPU KEY NOT < AMPU-KUNCI
               INVALID KEY GO TO SUSUN-SKS.
       SUSUN-AMPU-BACA.
           READ AMPU NEXT RECORD
               AT END GO TO SUSUN-SKS.
           IF SEMESTER-P NOT = SEMESTER-TARGET
               GO TO SUSUN-AMPU-BACA.
           MOVE 0 TO I.
       SUSUN-AMPU-CARI.
           ADD 1 TO I.
           IF I > ISI-MINTA
               GO TO SUSUN-AMPU-KOSONG.
           IF TM-KODE (I) = KODE-MK-P
               GO TO SUSUN-AMPU-BACA.
           GO TO SUSUN-AMPU-CARI.
       SUSUN-AMPU-KOSONG.
           MOVE KODE-MK-P TO KODE-CARI.
           MOVE SPACES TO KELAS-CARI.
           MOVE DOSEN-P TO DOSEN-CARI.
           MOVE 0 TO PESERTA-DR.
           MOVE "TIDAK ADA PERMINTAAN KRS" TO ALASAN-TOLAK.
           PERFORM TULIS-GAGAL.
           GO TO SUSUN-AMPU-BACA.
       SUSUN-SKS.
           MOVE 0 TO I.
       SUSUN-SKS-ULANG.
           ADD 1 TO I.
           IF I > ISI-MINTA
               GO TO SUSUN-TEMPAT.
           MOVE 0 TO TM-SKS (I).
           MOVE TM-KODE (I) TO KODE-MK.
           READ MK
               INVALID KEY GO TO SUSUN-SKS-ULANG.
           MOVE SKS-MK TO TM-SKS (I).
           GO TO SUSUN-SKS-ULANG.
       SUSUN-TEMPAT.
           MOVE 0 TO PILIH-MINTA.
           MOVE 0 TO JUMLAH-MAKS.
           MOVE 0 TO I.
       SUSUN-TEMPAT-CARI.
           ADD 1 TO I.
           IF I > ISI-MINTA
               GO TO SUSUN-TEMPAT-PILIH.
           IF TM-SELESAI (I) = 'Y'
               GO TO SUSUN-TEMPAT-CARI.
           IF PILIH-MINTA = 0 OR TM-JUMLAH (I) > JUMLAH-MAKS
               MOVE I TO PILIH-MINTA
               MOVE TM-JUMLAH (I) TO JUMLAH-MAKS.
           GO TO SUSUN-TEMPAT-CARI.
       SUSUN-TEMPAT-PILIH.
           IF PILIH-MINTA = 0
               GO TO SUSUN-TUTUP.
           MOVE 'Y' TO TM-SELESAI (PILIH-MINTA).
           PERFORM TEMPATKAN THRU TEMPATKAN-SELESAI.
           GO TO SUSUN-TEMPAT.
       SUSUN-TUTUP.
           CLOSE AMPU.
           CLOSE KRSFILE.
           CLOSE MK.
           CLOSE MHS.
           CLOSE RUANGMST.
           CLOSE JDWDRAF.
           IF ADA-SIAP
               CLOSE SIAPJDW.
           DISPLAY " ".
           DISPLAY "PERMINTAAN MATA KULIAH/KELAS : " ISI-MINTA.
           DISPLAY "TERJADWAL                    : " TOTAL-TEMPAT.
           DISPLAY "TIDAK TERJADWAL              : " TOTAL-GAGAL.
           IF TOTAL-TANPA-MHS > 0
               DISPLAY "KRS TANPA DATA MAHASISWA     : "
                   TOTAL-TANPA-MHS.
           DISPLAY "DRAF TERSIMPAN DI JDWDRAF.TXT, CETAK DENGAN MENU 4".
           GO TO PILIH-MENU.

       BUKA-FILE4.
           OPEN INPUT JDWDRAF.
           IF STATUS-DRAF NOT = "00"
               DISPLAY "BELUM ADA DRAF JADWAL."
               GO TO PILIH-MENU.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "DRAF JADWAL KULIAH  TANGGAL " DELIMITED BY SIZE
               TGL-LAPORAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "KODE     KELAS HARI JAM   RUANG    DOSEN      "
               DELIMITED BY SIZE
               "PESERTA" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO TOTAL-TEMPAT.
           MOVE 0 TO TOTAL-GAGAL.
       CETAK-BACA.
           READ JDWDRAF NEXT RECORD INTO DRAF-O
               AT END GO TO CETAK-GAGAL.
           IF HARI-O = 0
               GO TO CETAK-BACA.
           ADD 1 TO TOTAL-TEMPAT.
           MOVE SPACES TO LAP2-LINE.
           STRING KODE-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-O DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HARI-O DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               MULAI-O DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AKHIR-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUANG-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOSEN-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PESERTA-O DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-BACA.
       CETAK-GAGAL.
           CLOSE JDWDRAF.
           OPEN INPUT JDWDRAF.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "TIDAK DAPAT DIJADWALKAN :" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       CETAK-GAGAL-BACA.
           READ JDWDRAF NEXT RECORD INTO DRAF-O
               AT END GO TO CETAK-TUTUP.
           IF HARI-O NOT = 0
               GO TO CETAK-GAGAL-BACA.
           ADD 1 TO TOTAL-GAGAL.
           MOVE SPACES TO LAP2-LINE.
           STRING KODE-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOSEN-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PESERTA-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALASAN-O DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-GAGAL-BACA.
       CETAK-TUTUP.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "TERJADWAL : " DELIMITED BY SIZE
               TOTAL-TEMPAT DELIMITED BY SIZE
               "   TIDAK TERJADWAL : " DELIMITED BY SIZE
               TOTAL-GAGAL DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'JDWDRAF.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-TARGET TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE JDWDRAF.
           DISPLAY "DRAF JADWAL TERCETAK KE JDWDRAF.LIS.".
           GO TO PILIH-MENU.

       BUKA-FILE5.
           OPEN INPUT JDWDRAF.
           IF STATUS-DRAF NOT = "00"
               DISPLAY "BELUM ADA DRAF JADWAL."
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-TEMPAT.
           MOVE 0 TO TOTAL-GAGAL.
       PINDAH-HITUNG.
           READ JDWDRAF NEXT RECORD
               AT END GO TO PINDAH-TANYA.
           IF HARI-DR = 0
               ADD 1 TO TOTAL-GAGAL
           ELSE
               ADD 1 TO TOTAL-TEMPAT.
           GO TO PINDAH-HITUNG.
       PINDAH-TANYA.
           CLOSE JDWDRAF.
           DISPLAY "DRAF BERISI " TOTAL-TEMPAT " JADWAL, "
               TOTAL-GAGAL " TIDAK TERJADWAL.".
           DISPLAY "JADWAL.TXT AKAN DIGANTI SELURUHNYA OLEH DRAF.".
           DISPLAY "LANJUTKAN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               DISPLAY "PEMINDAHAN DIBATALKAN."
               GO TO PILIH-MENU.
           OPEN INPUT JDWDRAF.
           OPEN OUTPUT JDWFILE.
           CLOSE JDWFILE.
           OPEN I-O JDWFILE.
           IF STATUS-JDW NOT = "00"
               DISPLAY "FILE JADWAL GAGAL DIBUKA, STATUS = " STATUS-JDW
               CLOSE JDWDRAF
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-SEMUA.
       PINDAH-BACA.
           READ JDWDRAF NEXT RECORD
               AT END GO TO PINDAH-TUTUP.
           IF HARI-DR = 0
               GO TO PINDAH-BACA.
           MOVE KODE-MK-DR TO KODE-MK-J.
           MOVE KELAS-DR TO KELAS-J.
           MOVE HARI-DR TO HARI-J.
           MOVE MULAI-DR TO MULAI-J.
           MOVE AKHIR-DR TO AKHIR-J.
           MOVE RUANG-DR TO RUANG-J.
           WRITE RECJDW
               INVALID KEY
                   DISPLAY "JADWAL " KODE-MK-J " KELAS " KELAS-J
                       " GAGAL DITULIS."
                   GO TO PINDAH-BACA.
           ADD 1 TO TOTAL-SEMUA.
           GO TO PINDAH-BACA.
       PINDAH-TUTUP.
           CLOSE JDWDRAF.
           CLOSE JDWFILE.
           DISPLAY TOTAL-SEMUA " JADWAL DIPINDAHKAN KE JADWAL.TXT.".
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

       MUAT-RUANG.
           MOVE SPACES TO KODE-RG.
           START RUANGMST KEY NOT < KODE-RG
               INVALID KEY GO TO MUAT-RUANG-SELESAI.
       MUAT-RUANG-BACA.
           READ RUANGMST NEXT RECORD
               AT END GO TO MUAT-RUANG-SELESAI.
           IF JENIS-RG NOT = 'K' OR KAP-KULIAH-RG = 0
               GO TO MUAT-RUANG-BACA.
           IF ISI-RG NOT < 200
               GO TO MUAT-RUANG-SELESAI.
           ADD 1 TO ISI-RG.
           MOVE KODE-RG TO TR-KODE (ISI-RG).
           MOVE KAP-KULIAH-RG TO TR-KAP (ISI-RG).
           MOVE 'R' TO JENIS-PILIH.
           MOVE KODE-RG TO ID-CARI.
           PERFORM ISI-SIAP THRU ISI-SIAP-SELESAI.
           MOVE SIAP-MASKER TO TR-MASKER (ISI-RG).
           GO TO MUAT-RUANG-BACA.
       MUAT-RUANG-SELESAI.
           EXIT.

       ISI-SIAP.
           MOVE SPACES TO SIAP-MASKER.
           IF NOT ADA-SIAP
               GO TO ISI-SIAP-SELESAI.
           MOVE 0 TO H.
       ISI-SIAP-HARI.
           ADD 1 TO H.
           IF H > 6
               GO TO ISI-SIAP-SELESAI.
           MOVE JENIS-PILIH TO JENIS-SJ.
           MOVE ID-CARI TO ID-SJ.
           MOVE H TO HARI-SJ.
           READ SIAPJDW
               INVALID KEY GO TO ISI-SIAP-HARI.
           MOVE 0 TO J.
       ISI-SIAP-JAM.
           ADD 1 TO J.
           IF J > 14
               GO TO ISI-SIAP-HARI.
           COMPUTE JAM-NYATA = J + 6.
           IF JAM-NYATA < MULAI-SJ OR JAM-NYATA NOT < AKHIR-SJ
               MOVE 'X' TO SIAP-JAM (H, J).
           GO TO ISI-SIAP-JAM.
       ISI-SIAP-SELESAI.
           EXIT.

       TAMBAH-MINTA.
           MOVE 0 TO I.
       TAMBAH-MINTA-CARI.
           ADD 1 TO I.
           IF I > ISI-MINTA
               GO TO TAMBAH-MINTA-BARU.
           IF TM-KODE (I) = KODE-MK-K AND TM-KELAS (I) = KELAS
               ADD 1 TO TM-JUMLAH (I)
               GO TO TAMBAH-MINTA-SELESAI.
           GO TO TAMBAH-MINTA-CARI.
       TAMBAH-MINTA-BARU.
           IF ISI-MINTA NOT < 500
               GO TO TAMBAH-MINTA-SELESAI.
           ADD 1 TO ISI-MINTA.
           MOVE KODE-MK-K TO TM-KODE (ISI-MINTA).
           MOVE KELAS TO TM-KELAS (ISI-MINTA).
           MOVE DOSEN-P TO TM-DOSEN (ISI-MINTA).
           MOVE 1 TO TM-JUMLAH (ISI-MINTA).
           MOVE 0 TO TM-SKS (ISI-MINTA).
           MOVE 'T' TO TM-SELESAI (ISI-MINTA).
       TAMBAH-MINTA-SELESAI.
           EXIT.

       TEMPATKAN.
           MOVE TM-KODE (PILIH-MINTA) TO KODE-CARI.
           MOVE TM-KELAS (PILIH-MINTA) TO KELAS-CARI.
           MOVE TM-DOSEN (PILIH-MINTA) TO DOSEN-CARI.
           MOVE TM-JUMLAH (PILIH-MINTA) TO PESERTA-DR.
           IF TM-SKS (PILIH-MINTA) = 0
               MOVE "MATA KULIAH TIDAK ADA DI MATKUL" TO ALASAN-TOLAK
               GO TO TEMPATKAN-GAGAL.
           IF TM-SKS (PILIH-MINTA) > 14
               MOVE "SKS MELEBIHI JAM SEHARI" TO ALASAN-TOLAK
               GO TO TEMPATKAN-GAGAL.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           IF PK = 0
               MOVE "TABEL KELAS PENUH" TO ALASAN-TOLAK
               GO TO TEMPATKAN-GAGAL.
           PERFORM CARI-DOSEN THRU CARI-DOSEN-SELESAI.
           IF PD = 0
               MOVE "TABEL DOSEN PENUH" TO ALASAN-TOLAK
               GO TO TEMPATKAN-GAGAL.
           MOVE 'T' TO ADA-KAP-YA.
           MOVE 0 TO R.
       TEMPATKAN-KAP.
           ADD 1 TO R.
           IF R > ISI-RG
               GO TO TEMPATKAN-MULAI.
           IF TR-KAP (R) NOT < TM-JUMLAH (PILIH-MINTA)
               MOVE 'Y' TO ADA-KAP-YA
               GO TO TEMPATKAN-MULAI.
           GO TO TEMPATKAN-KAP.
       TEMPATKAN-MULAI.
           IF NOT ADA-KAP
               MOVE "TIDAK ADA RUANG DENGAN KAPASITAS CUKUP"
                   TO ALASAN-TOLAK
               GO TO TEMPATKAN-GAGAL.
           MOVE 'T' TO ADA-WAKTU-YA.
           MOVE 'T' TO TERTEMPAT-YA.
           COMPUTE M-AKHIR = 15 - TM-SKS (PILIH-MINTA).
           MOVE 0 TO H.
       TEMPATKAN-HARI.
           ADD 1 TO H.
           IF H > 6
               GO TO TEMPATKAN-HASIL.
           MOVE 0 TO M.
       TEMPATKAN-JAM.
           ADD 1 TO M.
           IF M > M-AKHIR
               GO TO TEMPATKAN-HARI.
           PERFORM CEK-BLOK-KD THRU CEK-BLOK-KD-SELESAI.
           IF NOT BLOK-BEBAS
               GO TO TEMPATKAN-JAM.
           MOVE 'Y' TO ADA-WAKTU-YA.
           PERFORM CARI-RUANG THRU CARI-RUANG-SELESAI.
           IF PR = 0
               GO TO TEMPATKAN-JAM.
           MOVE 'Y' TO TERTEMPAT-YA.
       TEMPATKAN-HASIL.
           IF TERTEMPAT
               GO TO TEMPATKAN-TULIS.
           IF ADA-WAKTU
               MOVE "SEMUA RUANG YANG CUKUP SUDAH TERPAKAI"
                   TO ALASAN-TOLAK
           ELSE
               MOVE "DOSEN DAN KELAS TIDAK PUNYA JAM KOSONG"
                   TO ALASAN-TOLAK.
           GO TO TEMPATKAN-GAGAL.
       TEMPATKAN-TULIS.
           MOVE M TO J.
       TEMPATKAN-TANDAI.
           MOVE 'X' TO TK-JAM (PK, H, J).
           MOVE 'X' TO TD-JAM (PD, H, J).
           MOVE 'X' TO TR-JAM (PR, H, J).
           ADD 1 TO J.
           IF J < M + TM-SKS (PILIH-MINTA)
               GO TO TEMPATKAN-TANDAI.
           MOVE KODE-CARI TO KODE-MK-DR.
           MOVE KELAS-CARI TO KELAS-DR.
           MOVE H TO HARI-DR.
           COMPUTE MULAI-DR = M + 6.
           COMPUTE AKHIR-DR = M + 6 + TM-SKS (PILIH-MINTA).
           MOVE TR-KODE (PR) TO RUANG-DR.
           MOVE DOSEN-CARI TO DOSEN-DR.
           MOVE SEMESTER-TARGET TO SEMESTER-DR.
           MOVE SPACES TO ALASAN-DR.
           WRITE RECDRAF
               INVALID KEY DISPLAY "DRAF " KODE-CARI " " KELAS-CARI
                   " GANDA.".
           ADD 1 TO TOTAL-TEMPAT.
           GO TO TEMPATKAN-SELESAI.
       TEMPATKAN-GAGAL.
           PERFORM TULIS-GAGAL.
       TEMPATKAN-SELESAI.
           EXIT.

       TULIS-GAGAL.
           MOVE KODE-CARI TO KODE-MK-DR.
           MOVE KELAS-CARI TO KELAS-DR.
           MOVE 0 TO HARI-DR.
           MOVE 0 TO MULAI-DR.
           MOVE 0 TO AKHIR-DR.
           MOVE SPACES TO RUANG-DR.
           MOVE DOSEN-CARI TO DOSEN-DR.
           MOVE SEMESTER-TARGET TO SEMESTER-DR.
           MOVE ALASAN-TOLAK TO ALASAN-DR.
           WRITE RECDRAF
               INVALID KEY DISPLAY "DRAF " KODE-CARI " " KELAS-CARI
                   " GANDA.".
           ADD 1 TO TOTAL-GAGAL.

       CEK-BLOK-KD.
           MOVE 'Y' TO BLOK-BEBAS-YA.
           MOVE M TO J.
       CEK-BLOK-KD-ULANG.
           IF TK-JAM (PK, H, J) NOT = SPACE
               OR TD-JAM (PD, H, J) NOT = SPACE
                   MOVE 'T' TO BLOK-BEBAS-YA
                   GO TO CEK-BLOK-KD-SELESAI.
           ADD 1 TO J.
           IF J < M + TM-SKS (PILIH-MINTA)
               GO TO CEK-BLOK-KD-ULANG.
       CEK-BLOK-KD-SELESAI.
           EXIT.

       CARI-RUANG.
           MOVE 0 TO PR.
           MOVE 0 TO KAP-TERKECIL.
           MOVE 0 TO R.
       CARI-RUANG-ULANG.
           ADD 1 TO R.
           IF R > ISI-RG
               GO TO CARI-RUANG-SELESAI.
           IF TR-KAP (R) < TM-JUMLAH (PILIH-MINTA)
               GO TO CARI-RUANG-ULANG.
           IF PR > 0 AND TR-KAP (R) NOT < KAP-TERKECIL
               GO TO CARI-RUANG-ULANG.
           MOVE M TO J.
       CARI-RUANG-BLOK.
           IF TR-JAM (R, H, J) NOT = SPACE
               GO TO CARI-RUANG-ULANG.
           ADD 1 TO J.
           IF J < M + TM-SKS (PILIH-MINTA)
               GO TO CARI-RUANG-BLOK.
           MOVE R TO PR.
           MOVE TR-KAP (R) TO KAP-TERKECIL.
           GO TO CARI-RUANG-ULANG.
       CARI-RUANG-SELESAI.
           EXIT.

       CARI-KELAS.
           MOVE 0 TO PK.
           MOVE 0 TO I.
       CARI-KELAS-ULANG.
           ADD 1 TO I.
           IF I > ISI-KLS
               GO TO CARI-KELAS-BARU.
           IF TK-KELAS (I) = KELAS-CARI
               MOVE I TO PK
               GO TO CARI-KELAS-SELESAI.
           GO TO CARI-KELAS-ULANG.
       CARI-KELAS-BARU.
           IF ISI-KLS NOT < 100
               GO TO CARI-KELAS-SELESAI.
           ADD 1 TO ISI-KLS.
           MOVE KELAS-CARI TO TK-KELAS (ISI-KLS).
           MOVE SPACES TO TK-MASKER (ISI-KLS).
           MOVE ISI-KLS TO PK.
       CARI-KELAS-SELESAI.
           EXIT.

       CARI-DOSEN.
           MOVE 0 TO PD.
           MOVE 0 TO I.
       CARI-DOSEN-ULANG.
           ADD 1 TO I.
           IF I > ISI-DSN
               GO TO CARI-DOSEN-BARU.
           IF TD-DOSEN (I) = DOSEN-CARI
               MOVE I TO PD
               GO TO CARI-DOSEN-SELESAI.
           GO TO CARI-DOSEN-ULANG.
       CARI-DOSEN-BARU.
           IF ISI-DSN NOT < 200
               GO TO CARI-DOSEN-SELESAI.
           ADD 1 TO ISI-DSN.
           MOVE DOSEN-CARI TO TD-DOSEN (ISI-DSN).
           MOVE 'D' TO JENIS-PILIH.
           MOVE DOSEN-CARI TO ID-CARI.
           PERFORM ISI-SIAP THRU ISI-SIAP-SELESAI.
           MOVE SIAP-MASKER TO TD-MASKER (ISI-DSN).
           MOVE ISI-DSN TO PD.
       CARI-DOSEN-SELESAI.
           EXIT.

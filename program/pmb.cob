       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMB.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMBFILE ASSIGN TO PMB-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NODAF-P
           FILE STATUS IS STATUS-PMB.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT BIOFILE ASSIGN TO BIO-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-B
           FILE STATUS IS STATUS-BIO.
           SELECT STATFILE ASSIGN TO STAT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-ST
           FILE STATUS IS STATUS-STAT.
           SELECT KELASMST ASSIGN TO KELASMST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-KELAS
           FILE STATUS IS STATUS-KELASMST.
           SELECT KELASLIM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-KAPASITAS.
           SELECT PMBCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CTL.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
       DATA DIVISION.
       FILE SECTION.
       FD PMBFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECPMB.
       01 RECPMB.
           02 NODAF-P pic X(10).
           02 NAMA-P pic X(23).
           02 KELAS-P pic X(5).
           02 NILAI-P pic 9(3).
           02 PUTUSAN-P pic X.
           02 TMP-LAHIR-P pic X(15).
           02 TGL-LAHIR-P pic X(8).
           02 ALAMAT-P pic X(30).
           02 TELP-P pic X(12).
           02 WALI-P pic X(23).
           02 TELP-WALI-P pic X(12).
           02 TGL-PUTUS-P pic X(8).
           02 NPM-P pic X(14).
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
       FD BIOFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBIO.
       01 RECBIO.
           02 NPM-B pic X(14).
           02 TMP-LAHIR-B pic X(15).
           02 TGL-LAHIR-B pic X(8).
           02 ALAMAT-B pic X(30).
           02 TELP-B pic X(12).
           02 WALI-B pic X(23).
           02 TELP-WALI-B pic X(12).
           02 THN-MASUK-B pic X(4).
       FD STATFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSTAT.
       01 RECSTAT.
           02 NPM-ST pic X(14).
           02 STATUS-ST pic X.
       FD KELASMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKELAS.
       01 RECKELAS.
           02 KODE-KELAS pic X(5).
           02 NAMA-KELAS pic X(25).
           02 WALI-KELAS pic X(25).
           02 RUANG-KELAS pic X(8).
       FD KELASLIM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KELAS.LIM'
           DATA RECORD IS KELASLIM-LINE.
       01 KELASLIM-LINE.
           02 LIM-KELAS pic X(5).
           02 LIM-BATAS pic 9(3).
       FD PMBCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PMB.CTL'
           DATA RECORD IS CTL-LINE.
       01 CTL-LINE.
           02 CTL-TAHUN pic 9(4).
           02 CTL-URUT pic 9(4).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PMB.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-PMB pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-BIO pic XX.
       77 STATUS-STAT pic XX.
       77 STATUS-KELASMST pic XX.
       77 STATUS-KAPASITAS pic XX.
       77 STATUS-CTL pic XX.
       77 STATUS-AUDIT pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 PMB-FILENAME pic X(30) VALUE 'PMB.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 STAT-FILENAME pic X(30) VALUE 'STATUS.TXT'.
       77 KELASMST-FILENAME pic X(30) VALUE 'KELAS.MST'.
       01 PMB-O.
           02 NODAF-O pic X(10).
           02 NAMA-O pic X(23).
           02 KELAS-O pic X(5).
           02 NILAI-O pic 9(3).
           02 PUTUSAN-O pic X.
           02 TMP-LAHIR-O pic X(15).
           02 TGL-LAHIR-O pic X(8).
           02 ALAMAT-O pic X(30).
           02 TELP-O pic X(12).
           02 WALI-O pic X(23).
           02 TELP-WALI-O pic X(12).
           02 TGL-PUTUS-O pic X(8).
           02 NPM-O pic X(14).
       01 MHS-O.
           02 NPM-MO pic X(14).
           02 SEMESTER-MO pic X(6).
           02 NAMA-MO pic X(23).
           02 KELAS-MO pic X(5).
           02 IPK-MO pic 9V99.
       01 NPM-SUSUN.
           02 NPM-TAHUN pic 9(4).
           02 NPM-URUT pic 9(4).
           02 FILLER pic X(6) VALUE SPACES.
       01 TABEL-KELAS.
           02 KELAS-BARIS OCCURS 50 TIMES.
               03 TK-KELAS pic X(5).
               03 TK-BATAS pic 9(3).
               03 TK-BARU pic 9(4).
               03 TK-ISI pic 9(4).
       77 ISI-TABEL pic 9(2).
       77 I pic 9(2).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 PUTUSAN-MASUK pic X.
           88 PUTUSAN-SAH VALUE 'B', 'L', 'T', 'U'.
       77 KELAS-SAH-YA pic X.
           88 KELAS-SAH VALUE 'Y'.
       77 ADA-PMB-YA pic X.
           88 ADA-PMB VALUE 'Y'.
       77 TERIMA pic X.
       77 NODAF-CARI pic X(10).
       77 KELAS-FILTER pic X(5).
       77 NILAI-MASUK pic X(3).
       77 NILAI-KERJA pic X(3).
       77 SEMESTER-MASUK pic X(6).
       77 TAHUN-MASUK pic X(4).
       77 NPM-BARU pic X(14).
       77 SUPER-ID pic X(10).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 TGL-LAPORAN pic X(8).
       77 TOTAL-SEMUA pic 9(4).
       77 TOTAL-DAFTAR pic 9(4).
       77 TOTAL-GAGAL pic 9(4).
       77 TOTAL-LEBIH pic 9(4).
       77 ANGKA-ED pic ZZZ9.
       77 ANGKA-ED2 pic ZZZ9.
       77 ANGKA-ED3 pic ZZZ9.
       77 ANGKA-ED4 pic ZZZ9.
       77 SISA-KURSI pic S9(4).
       77 SISA-ED pic -ZZZ9.
       77 KET-KAPASITAS pic X(20).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'PMB'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====PENERIMAAN MAHASISWA BARU=====".
           DISPLAY "1. ENTRI DATA PENDAFTAR".
           DISPLAY "2. KEPUTUSAN SELEKSI / DAFTAR ULANG".
           DISPLAY "3. DAFTAR PENDAFTAR".
           DISPLAY "4. PROSES REGISTRASI DAN PEMBERIAN NPM".
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
           OPEN I-O PMBFILE.
           IF STATUS-PMB = "35"
               OPEN OUTPUT PMBFILE
               CLOSE PMBFILE
               OPEN I-O PMBFILE.
           IF STATUS-PMB NOT = "00"
               DISPLAY "FILE PENDAFTAR GAGAL DIBUKA, STATUS = "
                   STATUS-PMB
               GO TO PILIH-MENU.
       MULAI.
           DISPLAY "NOMOR PENDAFTARAN : " WITH NO ADVANCING.
           ACCEPT NODAF-CARI.
           IF NODAF-CARI = SPACES
               DISPLAY "NOMOR PENDAFTARAN HARUS DIISI."
               GO TO MULAI-LAGI.
           MOVE 'T' TO ADA-PMB-YA.
           MOVE NODAF-CARI TO NODAF-P.
           READ PMBFILE
               INVALID KEY GO TO MULAI-ISI.
           MOVE 'Y' TO ADA-PMB-YA.
           IF NPM-P NOT = SPACES
               DISPLAY "PENDAFTAR SUDAH TERDAFTAR DENGAN NPM " NPM-P
                   ", DATA TIDAK BISA DIUBAH."
               GO TO MULAI-LAGI.
           DISPLAY "DATA LAMA : " NAMA-P " " KELAS-P " NILAI "
               NILAI-P " KEPUTUSAN " PUTUSAN-P.
           DISPLAY "UBAH DATA PENDAFTAR INI? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI GO TO MULAI-LAGI.
       MULAI-ISI.
           MOVE RECPMB TO PMB-O.
           IF NOT ADA-PMB
               MOVE SPACES TO PMB-O
               MOVE NODAF-CARI TO NODAF-O
               MOVE 0 TO NILAI-O
               MOVE 'B' TO PUTUSAN-O.
           DISPLAY "NAMA              : " WITH NO ADVANCING.
           ACCEPT NAMA-O.
           IF NAMA-O = SPACES
               DISPLAY "NAMA HARUS DIISI."
               GO TO MULAI-LAGI.
       ISI-KELAS.
           DISPLAY "KELAS PILIHAN     : " WITH NO ADVANCING.
           ACCEPT KELAS-O.
           PERFORM CEK-KELAS-MST THRU CEK-KELAS-MST-SELESAI.
           IF NOT KELAS-SAH
               DISPLAY "KELAS " KELAS-O " TIDAK ADA DI MASTER KELAS."
               GO TO ISI-KELAS.
       ISI-NILAI.
           DISPLAY "NILAI TES (0-100) : " WITH NO ADVANCING.
           ACCEPT NILAI-MASUK.
           MOVE NILAI-MASUK TO NILAI-KERJA.
           IF NILAI-KERJA (2:2) = SPACES
               MOVE "00" TO NILAI-KERJA (1:2)
               MOVE NILAI-MASUK (1:1) TO NILAI-KERJA (3:1).
           IF NILAI-KERJA (3:1) = SPACE
               MOVE "0" TO NILAI-KERJA (1:1)
               MOVE NILAI-MASUK (1:2) TO NILAI-KERJA (2:2).
           IF NILAI-KERJA IS NOT NUMERIC
               DISPLAY "NILAI TES HARUS ANGKA 0-100, ULANGI."
               GO TO ISI-NILAI.
           IF NILAI-KERJA > "100"
               DISPLAY "NILAI TES MAKSIMAL 100."
               GO TO ISI-NILAI.
           MOVE NILAI-KERJA TO NILAI-O.
           DISPLAY "TEMPAT LAHIR      : " WITH NO ADVANCING.
           ACCEPT TMP-LAHIR-O.
           DISPLAY "TGL LAHIR YYYYMMDD: " WITH NO ADVANCING.
           ACCEPT TGL-LAHIR-O.
           DISPLAY "ALAMAT            : " WITH NO ADVANCING.
           ACCEPT ALAMAT-O.
           DISPLAY "TELEPON           : " WITH NO ADVANCING.
           ACCEPT TELP-O.
           DISPLAY "NAMA WALI         : " WITH NO ADVANCING.
           ACCEPT WALI-O.
           DISPLAY "TELEPON WALI      : " WITH NO ADVANCING.
           ACCEPT TELP-WALI-O.
           MOVE PMB-O TO RECPMB.
           IF ADA-PMB GO TO MULAI-UBAH.
           WRITE RECPMB
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN DATA PENDAFTAR."
                   GO TO MULAI-LAGI.
           DISPLAY "PENDAFTAR " NODAF-P " TERSIMPAN.".
           GO TO MULAI-LAGI.
       MULAI-UBAH.
           REWRITE RECPMB
               INVALID KEY
                   DISPLAY "GAGAL MENGUBAH DATA PENDAFTAR."
                   GO TO MULAI-LAGI.
           DISPLAY "PENDAFTAR " NODAF-P " DIUBAH.".
       MULAI-LAGI.
           DISPLAY "ENTRI PENDAFTAR LAIN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO MULAI.
           CLOSE PMBFILE.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           OPEN I-O PMBFILE.
           IF STATUS-PMB NOT = "00"
               DISPLAY "FILE PMB.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
       PUTUS-MULAI.
           DISPLAY "NOMOR PENDAFTARAN : " WITH NO ADVANCING.
           ACCEPT NODAF-CARI.
           MOVE NODAF-CARI TO NODAF-P.
           READ PMBFILE
               INVALID KEY
                   DISPLAY "NOMOR PENDAFTARAN TIDAK DITEMUKAN."
                   GO TO PUTUS-LAGI.
           DISPLAY "NAMA      : " NAMA-P.
           DISPLAY "KELAS     : " KELAS-P.
           DISPLAY "NILAI TES : " NILAI-P.
           DISPLAY "KEPUTUSAN : " PUTUSAN-P.
           IF NPM-P NOT = SPACES
               DISPLAY "SUDAH TERDAFTAR DENGAN NPM " NPM-P
                   ", KEPUTUSAN TIDAK BISA DIUBAH."
               GO TO PUTUS-LAGI.
       PUTUS-ISI.
           DISPLAY "KEPUTUSAN BARU (B=BELUM L=LULUS T=TIDAK LULUS "
               "U=DAFTAR ULANG) : " WITH NO ADVANCING.
           ACCEPT PUTUSAN-MASUK.
           IF NOT PUTUSAN-SAH
               DISPLAY "KEPUTUSAN TIDAK SAH."
               GO TO PUTUS-ISI.
           IF PUTUSAN-MASUK = 'U' AND PUTUSAN-P NOT = 'L'
              AND PUTUSAN-P NOT = 'U'
               DISPLAY "DAFTAR ULANG HANYA UNTUK PENDAFTAR YANG LULUS."
               GO TO PUTUS-LAGI.
           MOVE PUTUSAN-MASUK TO PUTUSAN-P.
           ACCEPT TGL-PUTUS-P FROM DATE YYYYMMDD.
           REWRITE RECPMB
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN KEPUTUSAN."
                   GO TO PUTUS-LAGI.
           DISPLAY "KEPUTUSAN " NODAF-P " : " PUTUSAN-P " TERSIMPAN.".
       PUTUS-LAGI.
           DISPLAY "PROSES PENDAFTAR LAIN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO PUTUS-MULAI.
           CLOSE PMBFILE.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           OPEN INPUT PMBFILE.
           IF STATUS-PMB NOT = "00"
               DISPLAY "FILE PMB.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           DISPLAY "FILTER KELAS (KOSONGKAN = SEMUA) : "
               WITH NO ADVANCING.
           ACCEPT KELAS-FILTER.
           MOVE 0 TO TOTAL-SEMUA.
           DISPLAY "NO DAFTAR  NAMA                    KELAS NILAI "
               "KPT NPM".
       DAFTAR-BACA.
           READ PMBFILE NEXT RECORD INTO PMB-O
               AT END GO TO DAFTAR-TUTUP.
           IF KELAS-FILTER NOT = SPACES
               AND KELAS-O NOT = KELAS-FILTER
               GO TO DAFTAR-BACA.
           DISPLAY NODAF-O " " NAMA-O " " KELAS-O " " NILAI-O
               "   " PUTUSAN-O "   " NPM-O.
           ADD 1 TO TOTAL-SEMUA.
           GO TO DAFTAR-BACA.
       DAFTAR-TUTUP.
           CLOSE PMBFILE.
           DISPLAY "JUMLAH PENDAFTAR : " TOTAL-SEMUA.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "SEMESTER MASUK (YYYYS) : " WITH NO ADVANCING.
           ACCEPT SEMESTER-MASUK.
           IF SEMESTER-MASUK (1:4) IS NOT NUMERIC
               DISPLAY "SEMESTER HARUS DIAWALI TAHUN 4 DIGIT."
               GO TO PILIH-MENU.
           MOVE SEMESTER-MASUK (1:4) TO TAHUN-MASUK.
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT SUPER-ID.
           OPEN I-O PMBFILE.
           IF STATUS-PMB NOT = "00"
               DISPLAY "FILE PMB.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN I-O MHS.
           IF STATUS-SALAH = "35"
               OPEN OUTPUT MHS
               CLOSE MHS
               OPEN I-O MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA.TXT GAGAL DIBUKA, STATUS = "
                   STATUS-SALAH
               CLOSE PMBFILE
               GO TO PILIH-MENU.
           OPEN I-O BIOFILE.
           IF STATUS-BIO = "35"
               OPEN OUTPUT BIOFILE
               CLOSE BIOFILE
               OPEN I-O BIOFILE.
           IF STATUS-BIO NOT = "00"
               DISPLAY "FILE BIODATA GAGAL DIBUKA, STATUS = "
                   STATUS-BIO
               CLOSE PMBFILE
               CLOSE MHS
               GO TO PILIH-MENU.
           OPEN I-O STATFILE.
           IF STATUS-STAT = "35"
               OPEN OUTPUT STATFILE
               CLOSE STATFILE
               OPEN I-O STATFILE.
           IF STATUS-STAT NOT = "00"
               DISPLAY "FILE STATUS GAGAL DIBUKA, STATUS = "
                   STATUS-STAT
               CLOSE PMBFILE
               CLOSE MHS
               CLOSE BIOFILE
               GO TO PILIH-MENU.
           PERFORM AMBIL-KONTROL THRU AMBIL-KONTROL-SELESAI.
           PERFORM MUAT-KAPASITAS THRU MUAT-KAPASITAS-SELESAI.
           MOVE 0 TO TOTAL-DAFTAR.
           MOVE 0 TO TOTAL-GAGAL.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "REGISTRASI MAHASISWA BARU SEMESTER "
               DELIMITED BY SIZE
               SEMESTER-MASUK DELIMITED BY SIZE
               "  TANGGAL " DELIMITED BY SIZE
               TGL-LAPORAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "NO DAFTAR  NPM            " DELIMITED BY SIZE
               "NAMA                    KELAS" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE LOW-VALUES TO NODAF-P.
           START PMBFILE KEY NOT < NODAF-P
               INVALID KEY GO TO REGISTRASI-TUTUP.
       REGISTRASI-BACA.
           READ PMBFILE NEXT RECORD
               AT END GO TO REGISTRASI-TUTUP.
           IF PUTUSAN-P NOT = 'U'
               GO TO REGISTRASI-BACA.
           IF NPM-P NOT = SPACES
               GO TO REGISTRASI-BACA.
           PERFORM BERI-NPM THRU BERI-NPM-SELESAI.
           IF NPM-BARU = SPACES
               GO TO REGISTRASI-TUTUP.
           MOVE NPM-BARU TO NPM.
           MOVE SEMESTER-MASUK TO SEMESTER.
           MOVE NAMA-P TO NAMA.
           MOVE KELAS-P TO KELAS.
           MOVE 0 TO IPK.
           WRITE RECMHS
               INVALID KEY
                   DISPLAY "GAGAL MENULIS DATA MAHASISWA " NODAF-P
                   ADD 1 TO TOTAL-GAGAL
                   GO TO REGISTRASI-BACA.
           MOVE NPM-BARU TO NPM-B.
           MOVE TMP-LAHIR-P TO TMP-LAHIR-B.
           MOVE TGL-LAHIR-P TO TGL-LAHIR-B.
           MOVE ALAMAT-P TO ALAMAT-B.
           MOVE TELP-P TO TELP-B.
           MOVE WALI-P TO WALI-B.
           MOVE TELP-WALI-P TO TELP-WALI-B.
           MOVE TAHUN-MASUK TO THN-MASUK-B.
           WRITE RECBIO
               INVALID KEY
                   DISPLAY "GAGAL MENULIS BIODATA " NPM-BARU.
           MOVE NPM-BARU TO NPM-ST.
           MOVE 'A' TO STATUS-ST.
           WRITE RECSTAT
               INVALID KEY
                   DISPLAY "GAGAL MENULIS STATUS " NPM-BARU.
           MOVE NPM-BARU TO NPM-P.
           REWRITE RECPMB
               INVALID KEY
                   DISPLAY "GAGAL MENANDAI PENDAFTAR " NODAF-P.
           ADD 1 TO TOTAL-DAFTAR.
           PERFORM TAMBAH-KELAS THRU TAMBAH-KELAS-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           STRING NODAF-P DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-BARU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-P DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-P DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "PMBNPM" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO REGISTRASI-BACA.
       REGISTRASI-TUTUP.
           CLOSE PMBFILE.
           CLOSE BIOFILE.
           CLOSE STATFILE.
           PERFORM CETAK-DAYA-TAMPUNG THRU CETAK-DAYA-TAMPUNG-SELESAI.
           CLOSE MHS.
           CLOSE LAPCETAK.
           MOVE 'PMB.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-MASUK TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY "REGISTRASI SELESAI, " TOTAL-DAFTAR
               " MAHASISWA BARU MENDAPAT NPM.".
           IF TOTAL-GAGAL > 0
               DISPLAY "GAGAL DITULIS : " TOTAL-GAGAL.
           IF TOTAL-LEBIH > 0
               DISPLAY "KELAS MELEBIHI KAPASITAS : " TOTAL-LEBIH.
           DISPLAY "LAPORAN DITULIS KE PMB.LIS.".
           GO TO PILIH-MENU.

       AMBIL-KONTROL.
           MOVE 0 TO NPM-TAHUN.
           MOVE 0 TO NPM-URUT.
           OPEN INPUT PMBCTL.
           IF STATUS-CTL NOT = "00"
               GO TO AMBIL-KONTROL-TAHUN.
           READ PMBCTL
               AT END
                   CLOSE PMBCTL
                   GO TO AMBIL-KONTROL-TAHUN.
           IF CTL-TAHUN IS NUMERIC AND CTL-URUT IS NUMERIC
               MOVE CTL-TAHUN TO NPM-TAHUN
               MOVE CTL-URUT TO NPM-URUT.
           CLOSE PMBCTL.
       AMBIL-KONTROL-TAHUN.
           IF NPM-TAHUN NOT = TAHUN-MASUK
               MOVE TAHUN-MASUK TO NPM-TAHUN
               MOVE 0 TO NPM-URUT.
       AMBIL-KONTROL-SELESAI.
           EXIT.

       BERI-NPM.
           MOVE SPACES TO NPM-BARU.
       BERI-NPM-ULANG.
           IF NPM-URUT = 9999
               DISPLAY "NOMOR URUT NPM TAHUN " NPM-TAHUN " HABIS."
               GO TO BERI-NPM-SELESAI.
           ADD 1 TO NPM-URUT.
           MOVE NPM-SUSUN TO NPM-BARU.
           IF NPM-BARU (1:8) IS NOT NUMERIC
               DISPLAY "NPM HARUS DIISI 8 DIGIT ANGKA : " NPM-BARU
               MOVE SPACES TO NPM-BARU
               GO TO BERI-NPM-SELESAI.
           MOVE NPM-BARU TO NPM-ST.
           READ STATFILE
               INVALID KEY GO TO BERI-NPM-BIO.
           GO TO BERI-NPM-ULANG.
       BERI-NPM-BIO.
           MOVE NPM-BARU TO NPM-B.
           READ BIOFILE
               INVALID KEY GO TO BERI-NPM-MHS.
           GO TO BERI-NPM-ULANG.
       BERI-NPM-MHS.
           MOVE NPM-BARU TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO BERI-NPM-SIMPAN.
           READ MHS NEXT RECORD
               AT END GO TO BERI-NPM-SIMPAN.
           IF NPM = NPM-BARU
               GO TO BERI-NPM-ULANG.
       BERI-NPM-SIMPAN.
           OPEN OUTPUT PMBCTL.
           MOVE NPM-TAHUN TO CTL-TAHUN.
           MOVE NPM-URUT TO CTL-URUT.
           WRITE CTL-LINE.
           CLOSE PMBCTL.
       BERI-NPM-SELESAI.
           EXIT.

       MUAT-KAPASITAS.
           MOVE 0 TO ISI-TABEL.
           MOVE 0 TO TOTAL-LEBIH.
           OPEN INPUT KELASLIM.
           IF STATUS-KAPASITAS NOT = "00"
               GO TO MUAT-KAPASITAS-SELESAI.
       MUAT-KAPASITAS-BACA.
           READ KELASLIM
               AT END GO TO MUAT-KAPASITAS-TUTUP.
           IF ISI-TABEL = 50
               GO TO MUAT-KAPASITAS-TUTUP.
           ADD 1 TO ISI-TABEL.
           MOVE LIM-KELAS TO TK-KELAS (ISI-TABEL).
           MOVE LIM-BATAS TO TK-BATAS (ISI-TABEL).
           MOVE 0 TO TK-BARU (ISI-TABEL).
           MOVE 0 TO TK-ISI (ISI-TABEL).
           GO TO MUAT-KAPASITAS-BACA.
       MUAT-KAPASITAS-TUTUP.
           CLOSE KELASLIM.
       MUAT-KAPASITAS-SELESAI.
           EXIT.

       TAMBAH-KELAS.
           MOVE 0 TO I.
       TAMBAH-KELAS-CARI.
           ADD 1 TO I.
           IF I > ISI-TABEL
               GO TO TAMBAH-KELAS-BARU.
           IF TK-KELAS (I) = KELAS-P
               ADD 1 TO TK-BARU (I)
               GO TO TAMBAH-KELAS-SELESAI.
           GO TO TAMBAH-KELAS-CARI.
       TAMBAH-KELAS-BARU.
           IF ISI-TABEL = 50
               GO TO TAMBAH-KELAS-SELESAI.
           ADD 1 TO ISI-TABEL.
           MOVE KELAS-P TO TK-KELAS (ISI-TABEL).
           MOVE 0 TO TK-BATAS (ISI-TABEL).
           MOVE 1 TO TK-BARU (ISI-TABEL).
           MOVE 0 TO TK-ISI (ISI-TABEL).
       TAMBAH-KELAS-SELESAI.
           EXIT.

       CETAK-DAYA-TAMPUNG.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "DAYA TAMPUNG PER KELAS" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "KELAS  BARU  ISI  KAPASITAS  SISA  KETERANGAN"
               TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO I.
       CETAK-DAYA-ULANG.
           ADD 1 TO I.
           IF I > ISI-TABEL
               GO TO CETAK-DAYA-TOTAL.
           PERFORM HITUNG-ISI THRU HITUNG-ISI-SELESAI.
           MOVE SPACES TO KET-KAPASITAS.
           MOVE 0 TO SISA-KURSI.
           IF TK-BATAS (I) = 0
               MOVE "TANPA BATAS" TO KET-KAPASITAS.
           IF TK-BATAS (I) > 0
               COMPUTE SISA-KURSI = TK-BATAS (I) - TK-ISI (I).
           IF TK-BATAS (I) > 0 AND SISA-KURSI < 0
               MOVE "MELEBIHI KAPASITAS" TO KET-KAPASITAS
               ADD 1 TO TOTAL-LEBIH.
           IF TK-BATAS (I) > 0 AND SISA-KURSI = 0
               MOVE "PENUH" TO KET-KAPASITAS.
           MOVE TK-BARU (I) TO ANGKA-ED.
           MOVE TK-ISI (I) TO ANGKA-ED2.
           MOVE TK-BATAS (I) TO ANGKA-ED3.
           MOVE SISA-KURSI TO SISA-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING TK-KELAS (I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANGKA-ED2 DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               ANGKA-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SISA-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               KET-KAPASITAS DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-DAYA-ULANG.
       CETAK-DAYA-TOTAL.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE TOTAL-DAFTAR TO ANGKA-ED4.
           MOVE SPACES TO LAP2-LINE.
           STRING "TOTAL MAHASISWA BARU : " DELIMITED BY SIZE
               ANGKA-ED4 DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       CETAK-DAYA-TAMPUNG-SELESAI.
           EXIT.

       HITUNG-ISI.
           MOVE 0 TO TK-ISI (I).
           MOVE TK-KELAS (I) TO KELAS.
           START MHS KEY NOT < KELAS
               INVALID KEY GO TO HITUNG-ISI-SELESAI.
       HITUNG-ISI-BACA.
           READ MHS NEXT RECORD INTO MHS-O
               AT END GO TO HITUNG-ISI-SELESAI.
           IF KELAS-MO NOT = TK-KELAS (I)
               GO TO HITUNG-ISI-SELESAI.
           IF SEMESTER-MO = SEMESTER-MASUK
               ADD 1 TO TK-ISI (I).
           GO TO HITUNG-ISI-BACA.
       HITUNG-ISI-SELESAI.
           EXIT.

       CEK-KELAS-MST.
           MOVE 'Y' TO KELAS-SAH-YA.
           OPEN INPUT KELASMST.
           IF STATUS-KELASMST NOT = "00"
               GO TO CEK-KELAS-MST-SELESAI.
           MOVE KELAS-O TO KODE-KELAS.
           READ KELASMST
               INVALID KEY MOVE 'T' TO KELAS-SAH-YA.
           CLOSE KELASMST.
       CEK-KELAS-MST-SELESAI.
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
               NPM-BARU DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       SELESAI2.
           STOP RUN.

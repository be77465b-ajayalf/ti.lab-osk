       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURAT.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURATREG ASSIGN TO REG-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SURAT-KUNCI
           FILE STATUS IS STATUS-REG.
           SELECT SURATCTL ASSIGN TO CTL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-KUNCI
           FILE STATUS IS STATUS-CTL.
           SELECT SURATTPL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-TPL.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT STATFILE ASSIGN TO STAT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-ST
           FILE STATUS IS STATUS-STAT.
           SELECT BIOFILE ASSIGN TO BIO-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-B
           FILE STATUS IS STATUS-BIO.
           SELECT KELASMST ASSIGN TO KELASMST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-KELAS
           FILE STATUS IS STATUS-KELASMST.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT LAPREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPREG.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD SURATREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSURAT.
       01 RECSURAT.
           02 SURAT-KUNCI.
               03 JENIS-SU pic X.
               03 TAHUN-SU pic X(4).
               03 NOMOR-SU pic 9(4).
           02 NPM-SU pic X(14).
           02 NAMA-SU pic X(23).
           02 KELAS-SU pic X(5).
           02 SEMESTER-SU pic X(6).
           02 IPK-SU pic 9V99.
           02 KEPERLUAN-SU pic X(40).
           02 TGL-SU pic X(8).
           02 OPR-SU pic X(10).
           02 STATUS-SU pic X.
           02 TGL-BATAL-SU pic X(8).
           02 ALASAN-SU pic X(30).
           02 CETAK-SU pic 9(2).
       FD SURATCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECCTL.
       01 RECCTL.
           02 CTL-KUNCI.
               03 CTL-JENIS pic X.
               03 CTL-TAHUN pic X(4).
           02 CTL-NOMOR pic 9(4).
       FD SURATTPL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SURATTPL.TXT'
           DATA RECORD IS TPL-LINE.
       01 TPL-LINE.
           02 TPF-JENIS pic X.
           02 TPF-TEKS pic X(70).
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
       FD STATFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSTAT.
       01 RECSTAT.
           02 NPM-ST pic X(14).
           02 STATUS-ST pic X.
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
       FD KELASMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKELAS.
       01 RECKELAS.
           02 KODE-KELAS pic X(5).
           02 NAMA-KELAS pic X(25).
           02 WALI-KELAS pic X(25).
           02 RUANG-KELAS pic X(8).
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SURAT.LIS'
           DATA RECORD IS SURAT-LINE.
       01 SURAT-LINE pic X(80).
       FD LAPREG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SURATREG.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-REG pic XX.
       77 STATUS-CTL pic XX.
       77 STATUS-TPL pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-STAT pic XX.
       77 STATUS-BIO pic XX.
       77 STATUS-KELASMST pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-LAPREG pic XX.
       77 STATUS-AUDIT pic XX.
       77 REG-FILENAME pic X(30) VALUE 'SURAT.TXT'.
       77 CTL-FILENAME pic X(30) VALUE 'SURAT.CTL'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 STAT-FILENAME pic X(30) VALUE 'STATUS.TXT'.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 KELASMST-FILENAME pic X(30) VALUE 'KELAS.MST'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       01 JENIS-DAFTAR.
           02 FILLER pic X(45) VALUE
               'ASKAYSURAT KETERANGAN AKTIF KULIAH'.
           02 FILLER pic X(45) VALUE
               'RSRBYSURAT REKOMENDASI BEASISWA'.
           02 FILLER pic X(45) VALUE
               'KSKBTSURAT KETERANGAN BERKELAKUAN BAIK'.
       01 JENIS-DAFTAR-R REDEFINES JENIS-DAFTAR.
           02 JENIS-BARIS OCCURS 3 TIMES.
               03 JD-JENIS pic X.
               03 JD-KODE pic X(3).
               03 JD-AKTIF pic X.
               03 JD-JUDUL pic X(40).
       01 TPL-SURAT.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               'YANG BERTANDA TANGAN DI BAWAH INI MENERANGKAN BAHWA :'.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               '   NAMA            : @N'.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               '   NPM             : @M'.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               '   TEMPAT/TGL LAHIR: @L'.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               '   KELAS           : @K'.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               '   DOSEN WALI      : @W'.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               'ADALAH BENAR MAHASISWA AKTIF PADA SEMESTER @S.'.
           02 FILLER pic X VALUE 'A'.
           02 FILLER pic X(54) VALUE
               'SURAT INI DIBUAT UNTUK KEPERLUAN @U.'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               'YANG BERTANDA TANGAN DI BAWAH INI MEREKOMENDASIKAN :'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               '   NAMA            : @N'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               '   NPM             : @M'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               '   KELAS           : @K'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               '   IPK TERAKHIR    : @I'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               'UNTUK MENGIKUTI SELEKSI BEASISWA @U.'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               'MAHASISWA TERSEBUT AKTIF PADA SEMESTER @S DAN KAMI'.
           02 FILLER pic X VALUE 'R'.
           02 FILLER pic X(54) VALUE
               'NILAI LAYAK UNTUK MENERIMA BEASISWA TERSEBUT.'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               'YANG BERTANDA TANGAN DI BAWAH INI MENERANGKAN BAHWA :'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               '   NAMA            : @N'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               '   NPM             : @M'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               '   ALAMAT          : @A'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               '   DOSEN WALI      : @W'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               'SELAMA MENJADI MAHASISWA BERKELAKUAN BAIK DAN TIDAK'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               'PERNAH DIKENAI SANKSI AKADEMIK.'.
           02 FILLER pic X VALUE 'K'.
           02 FILLER pic X(54) VALUE
               'SURAT INI DIBUAT UNTUK KEPERLUAN @U.'.
       01 TPL-SURAT-R REDEFINES TPL-SURAT.
           02 TPL-BARIS OCCURS 24 TIMES.
               03 TPL-JENIS pic X.
               03 TPL-TEKS pic X(54).
       01 TABEL-BADAN.
           02 BADAN-BARIS OCCURS 20 TIMES.
               03 BADAN-TEKS pic X(70).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 TERIMA pic X.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 NPM-CARI pic X(14).
       77 JENIS-PILIH pic X.
       77 K-JENIS pic 9.
       77 TAHUN-PILIH pic X(4).
       77 NOMOR-PILIH pic X(4).
       77 NOMOR-BARU pic 9(4).
       77 TGL-HARI pic X(8).
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 STATUS-MHS pic X.
           88 MHS-AKTIF VALUE 'A', 'P', 'W'.
       77 SALINAN-YA pic X.
           88 SALINAN VALUE 'Y'.
       77 KEPERLUAN-MASUK pic X(40).
       77 ALASAN-MASUK pic X(30).
       77 NOMOR-TEKS pic X(20).
       77 TGL-TEKS pic X(10).
       77 LAHIR-TEKS pic X(30).
       77 KELAS-TEKS pic X(33).
       77 WALI-TEKS pic X(25).
       77 ALAMAT-TEKS pic X(30).
       77 IPK-ED pic 9.99.
       77 ISI-BADAN pic 9(2).
       77 K-BADAN pic 9(2).
       77 K-TPL pic 9(2).
       77 TEKS-BARIS pic X(70).
       77 I-TEKS pic 9(3).
       77 P-SURAT pic 9(3).
       77 HURUF-1 pic X.
       77 KODE-1 pic X.
       77 ISI-GANTI pic X(40).
       77 TOTAL-CETAK pic 9(4).
       77 PILIH-DAFTAR pic X.
       77 TGL-AWAL pic X(8).
       77 TGL-AKHIR pic X(8).
       77 TOTAL-TERBIT pic 9(5).
       77 TOTAL-BATAL pic 9(5).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'SURAT'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
       MASUK.
           DISPLAY "=====SURAT KETERANGAN MAHASISWA=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           DISPLAY "KATA SANDI  : " WITH NO ADVANCING.
           ACCEPT SANDI-MASUK.
           PERFORM CEK-OPERATOR THRU CEK-OPERATOR-SELESAI.
           IF OPERATOR-LEVEL > 0
               GO TO PILIH-MENU.
           ADD 1 TO GAGAL-MASUK.
           IF GAGAL-MASUK < 3
               DISPLAY "ID ATAU SANDI SALAH, ULANGI."
               GO TO MASUK.
           DISPLAY "TIGA KALI GAGAL, PROGRAM BERHENTI.".
           STOP RUN.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====SURAT KETERANGAN MAHASISWA=====".
           DISPLAY "1. BUAT SURAT".
           DISPLAY "2. CETAK ULANG SURAT".
           DISPLAY "3. BATALKAN SURAT".
           DISPLAY "4. DAFTAR REGISTER SURAT".
           DISPLAY "5. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 3 AND OPERATOR-LEVEL < 3
               DISPLAY "MENU INI KHUSUS SUPERVISOR."
               GO TO PILIH-MENU.
           IF TERIMA = 1 AND OPERATOR-LEVEL < 2
               OR TERIMA = 2 AND OPERATOR-LEVEL < 2
                   DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGUBAH DATA."
                   GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           PERFORM BUKA-REGISTER THRU BUKA-REGISTER-SELESAI.
           IF STATUS-REG NOT = "00"
               GO TO PILIH-MENU.
           OPEN I-O SURATCTL.
           IF STATUS-CTL = "35"
               OPEN OUTPUT SURATCTL
               CLOSE SURATCTL
               OPEN I-O SURATCTL.
           IF STATUS-CTL NOT = "00"
               DISPLAY "FILE NOMOR SURAT GAGAL DIBUKA, STATUS = "
                   STATUS-CTL
               CLOSE SURATREG
               GO TO PILIH-MENU.
           OPEN OUTPUT LAPCETAK.
           MOVE 0 TO TOTAL-CETAK.
       BUAT-MULAI.
           PERFORM TERIMA-JENIS THRU TERIMA-JENIS-SELESAI.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           PERFORM AMBIL-MHS THRU AMBIL-MHS-SELESAI.
           IF NOT ADA-MHS
               DISPLAY "NPM " NPM-CARI " TIDAK ADA DI DATA MAHASISWA."
               GO TO BUAT-LAGI.
           DISPLAY "   " NAMA-SU " KELAS " KELAS-SU " SEMESTER "
               SEMESTER-SU.
           PERFORM CEK-STATUS THRU CEK-STATUS-SELESAI.
           IF JD-AKTIF (K-JENIS) = 'Y' AND NOT MHS-AKTIF
               DISPLAY "STATUS MAHASISWA " STATUS-MHS
                   " (BUKAN AKTIF), SURAT TIDAK DAPAT DIBUAT."
               GO TO BUAT-LAGI.
           DISPLAY "KEPERLUAN : " WITH NO ADVANCING.
           ACCEPT KEPERLUAN-MASUK.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE TGL-HARI (1:4) TO TAHUN-PILIH.
           PERFORM AMBIL-NOMOR THRU AMBIL-NOMOR-SELESAI.
           MOVE JENIS-PILIH TO JENIS-SU.
           MOVE TAHUN-PILIH TO TAHUN-SU.
           MOVE NOMOR-BARU TO NOMOR-SU.
           MOVE NPM-CARI TO NPM-SU.
           MOVE KEPERLUAN-MASUK TO KEPERLUAN-SU.
           MOVE TGL-HARI TO TGL-SU.
           MOVE OPERATOR-ID TO OPR-SU.
           MOVE 'T' TO STATUS-SU.
           MOVE SPACES TO TGL-BATAL-SU.
           MOVE SPACES TO ALASAN-SU.
           MOVE 1 TO CETAK-SU.
           WRITE RECSURAT
               INVALID KEY
                   DISPLAY "NOMOR SURAT SUDAH TERPAKAI, PERIKSA "
                       "SURAT.CTL."
                   GO TO BUAT-LAGI.
           MOVE 'T' TO SALINAN-YA.
           PERFORM CETAK-SURAT THRU CETAK-SURAT-SELESAI.
           MOVE SPACES TO AUDIT-AKSI.
           STRING "SURAT-" DELIMITED BY SIZE
               JENIS-PILIH DELIMITED BY SIZE
               INTO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "SURAT NOMOR " NOMOR-TEKS " TERCETAK.".
       BUAT-LAGI.
           DISPLAY "BUAT SURAT LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO BUAT-MULAI.
           CLOSE LAPCETAK.
           MOVE 'SURAT.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE SURATCTL.
           CLOSE SURATREG.
           DISPLAY "SURAT TERCETAK KE SURAT.LIS : " TOTAL-CETAK.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           PERFORM BUKA-REGISTER THRU BUKA-REGISTER-SELESAI.
           IF STATUS-REG NOT = "00"
               GO TO PILIH-MENU.
           OPEN OUTPUT LAPCETAK.
           MOVE 0 TO TOTAL-CETAK.
       ULANG-MULAI.
           PERFORM TERIMA-NOMOR THRU TERIMA-NOMOR-SELESAI.
           READ SURATREG
               INVALID KEY
                   DISPLAY "SURAT TIDAK ADA DI REGISTER."
                   GO TO ULANG-LAGI.
           IF STATUS-SU = 'B'
               DISPLAY "SURAT SUDAH DIBATALKAN " TGL-BATAL-SU
                   ", TIDAK DAPAT DICETAK ULANG."
               GO TO ULANG-LAGI.
           DISPLAY "   " NPM-SU " " NAMA-SU " " TGL-SU.
           MOVE 'Y' TO SALINAN-YA.
           PERFORM CETAK-SURAT THRU CETAK-SURAT-SELESAI.
           ADD 1 TO CETAK-SU.
           REWRITE RECSURAT
               INVALID KEY DISPLAY "GAGAL MENYIMPAN REGISTER.".
           MOVE NPM-SU TO NPM-CARI.
           MOVE "ULANGSURAT" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "SALINAN SURAT " NOMOR-TEKS " TERCETAK.".
       ULANG-LAGI.
           DISPLAY "CETAK ULANG LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO ULANG-MULAI.
           CLOSE LAPCETAK.
           MOVE 'SURAT.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE SURATREG.
           DISPLAY "SURAT TERCETAK KE SURAT.LIS : " TOTAL-CETAK.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           PERFORM BUKA-REGISTER THRU BUKA-REGISTER-SELESAI.
           IF STATUS-REG NOT = "00"
               GO TO PILIH-MENU.
           PERFORM TERIMA-NOMOR THRU TERIMA-NOMOR-SELESAI.
           READ SURATREG
               INVALID KEY
                   DISPLAY "SURAT TIDAK ADA DI REGISTER."
                   CLOSE SURATREG
                   GO TO PILIH-MENU.
           IF STATUS-SU = 'B'
               DISPLAY "SURAT SUDAH DIBATALKAN " TGL-BATAL-SU "."
               CLOSE SURATREG
               GO TO PILIH-MENU.
           PERFORM SUSUN-NOMOR THRU SUSUN-NOMOR-SELESAI.
           DISPLAY "   " NPM-SU " " NAMA-SU " " TGL-SU " "
               KEPERLUAN-SU.
           DISPLAY "ALASAN PEMBATALAN : " WITH NO ADVANCING.
           ACCEPT ALASAN-MASUK.
           IF ALASAN-MASUK = SPACES
               DISPLAY "ALASAN WAJIB DIISI, BATAL."
               CLOSE SURATREG
               GO TO PILIH-MENU.
           DISPLAY "BATALKAN SURAT " NOMOR-TEKS "? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               CLOSE SURATREG
               GO TO PILIH-MENU.
           MOVE 'B' TO STATUS-SU.
           ACCEPT TGL-BATAL-SU FROM DATE YYYYMMDD.
           MOVE ALASAN-MASUK TO ALASAN-SU.
           REWRITE RECSURAT
               INVALID KEY DISPLAY "GAGAL MENYIMPAN REGISTER.".
           CLOSE SURATREG.
           MOVE NPM-SU TO NPM-CARI.
           MOVE "BATALSURAT" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "SURAT " NOMOR-TEKS " DITANDAI BATAL.".
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "DAFTAR MENURUT (1=RENTANG TANGGAL 2=NPM) : "
               WITH NO ADVANCING.
           ACCEPT PILIH-DAFTAR.
           IF PILIH-DAFTAR NOT = '1' AND PILIH-DAFTAR NOT = '2'
               GO TO PILIH-MENU.
           MOVE SPACES TO NPM-CARI.
           MOVE SPACES TO TGL-AWAL.
           MOVE HIGH-VALUES TO TGL-AKHIR.
           IF PILIH-DAFTAR = '2'
               DISPLAY "NPM : " WITH NO ADVANCING
               ACCEPT NPM-CARI
           ELSE
               DISPLAY "DARI TANGGAL (YYYYMMDD)   : " WITH NO ADVANCING
               ACCEPT TGL-AWAL
               DISPLAY "SAMPAI TANGGAL (YYYYMMDD) : " WITH NO ADVANCING
               ACCEPT TGL-AKHIR.
           OPEN INPUT SURATREG.
           IF STATUS-REG NOT = "00"
               DISPLAY "BELUM ADA SURAT TERDAFTAR."
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-TERBIT.
           MOVE 0 TO TOTAL-BATAL.
           OPEN OUTPUT LAPREG.
           MOVE SPACES TO LAP2-LINE.
           IF PILIH-DAFTAR = '2'
               STRING "REGISTER SURAT  NPM : " DELIMITED BY SIZE
                   NPM-CARI DELIMITED BY SIZE
                   INTO LAP2-LINE
           ELSE
               STRING "REGISTER SURAT  TANGGAL : " DELIMITED BY SIZE
                   TGL-AWAL DELIMITED BY SIZE
                   " S/D " DELIMITED BY SIZE
                   TGL-AKHIR DELIMITED BY SIZE
                   INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "NOMOR            NPM            NAMA            "
               "        TANGGAL  ST" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       DAFTAR-BACA.
           READ SURATREG NEXT RECORD
               AT END GO TO DAFTAR-SELESAI.
           IF PILIH-DAFTAR = '2' AND NPM-SU NOT = NPM-CARI
               GO TO DAFTAR-BACA.
           IF PILIH-DAFTAR = '1'
               AND (TGL-SU < TGL-AWAL OR TGL-SU > TGL-AKHIR)
                   GO TO DAFTAR-BACA.
           PERFORM SUSUN-NOMOR THRU SUSUN-NOMOR-SELESAI.
           IF STATUS-SU = 'B'
               ADD 1 TO TOTAL-BATAL
           ELSE
               ADD 1 TO TOTAL-TERBIT.
           MOVE SPACES TO LAP2-LINE.
           STRING NOMOR-TEKS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-SU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-SU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TGL-SU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATUS-SU DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "    " DELIMITED BY SIZE
               JD-JUDUL (K-JENIS) DELIMITED BY "  "
               " : " DELIMITED BY SIZE
               KEPERLUAN-SU DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           IF STATUS-SU = 'B'
               MOVE SPACES TO LAP2-LINE
               STRING "    DIBATALKAN " DELIMITED BY SIZE
                   TGL-BATAL-SU DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   ALASAN-SU DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "TERBIT : " DELIMITED BY SIZE
               TOTAL-TERBIT DELIMITED BY SIZE
               "   BATAL : " DELIMITED BY SIZE
               TOTAL-BATAL DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPREG.
           MOVE 'SURATREG.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE SURATREG.
           DISPLAY "TERBIT : " TOTAL-TERBIT.
           DISPLAY "BATAL  : " TOTAL-BATAL.
           DISPLAY "REGISTER TERCETAK KE SURATREG.LIS.".
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

       BUKA-REGISTER.
           OPEN I-O SURATREG.
           IF STATUS-REG = "35"
               OPEN OUTPUT SURATREG
               CLOSE SURATREG
               OPEN I-O SURATREG.
           IF STATUS-REG NOT = "00"
               DISPLAY "FILE REGISTER SURAT GAGAL DIBUKA, STATUS = "
                   STATUS-REG.
       BUKA-REGISTER-SELESAI.
           EXIT.

       TERIMA-JENIS.
           DISPLAY "JENIS SURAT : A=AKTIF KULIAH R=REKOMENDASI "
               "BEASISWA K=KELAKUAN BAIK".
           DISPLAY "JENIS : " WITH NO ADVANCING.
           ACCEPT JENIS-PILIH.
           PERFORM CARI-JENIS THRU CARI-JENIS-SELESAI.
           IF K-JENIS = 0
               DISPLAY "JENIS SURAT TIDAK DIKENAL, ULANGI."
               GO TO TERIMA-JENIS.
       TERIMA-JENIS-SELESAI.
           EXIT.

       TERIMA-NOMOR.
           PERFORM TERIMA-JENIS THRU TERIMA-JENIS-SELESAI.
           DISPLAY "TAHUN : " WITH NO ADVANCING.
           ACCEPT TAHUN-PILIH.
           DISPLAY "NOMOR : " WITH NO ADVANCING.
           ACCEPT NOMOR-PILIH.
           INSPECT NOMOR-PILIH REPLACING LEADING SPACE BY ZERO.
           IF NOMOR-PILIH IS NOT NUMERIC
               DISPLAY "NOMOR HARUS ANGKA, ULANGI."
               GO TO TERIMA-NOMOR.
           MOVE JENIS-PILIH TO JENIS-SU.
           MOVE TAHUN-PILIH TO TAHUN-SU.
           MOVE NOMOR-PILIH TO NOMOR-SU.
       TERIMA-NOMOR-SELESAI.
           EXIT.

       CARI-JENIS.
           MOVE 0 TO K-JENIS.
       CARI-JENIS-ULANG.
           ADD 1 TO K-JENIS.
           IF K-JENIS > 3
               MOVE 0 TO K-JENIS
               GO TO CARI-JENIS-SELESAI.
           IF JD-JENIS (K-JENIS) NOT = JENIS-PILIH
               GO TO CARI-JENIS-ULANG.
       CARI-JENIS-SELESAI.
           EXIT.

       AMBIL-NOMOR.
           MOVE JENIS-PILIH TO CTL-JENIS.
           MOVE TAHUN-PILIH TO CTL-TAHUN.
           READ SURATCTL
               INVALID KEY MOVE 0 TO CTL-NOMOR.
           IF CTL-NOMOR IS NOT NUMERIC
               MOVE 0 TO CTL-NOMOR.
           ADD 1 TO CTL-NOMOR.
           MOVE CTL-NOMOR TO NOMOR-BARU.
           MOVE JENIS-PILIH TO CTL-JENIS.
           MOVE TAHUN-PILIH TO CTL-TAHUN.
           WRITE RECCTL
               INVALID KEY
                   REWRITE RECCTL
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN NOMOR SURAT.".
       AMBIL-NOMOR-SELESAI.
           EXIT.

       SUSUN-NOMOR.
           MOVE JENIS-SU TO JENIS-PILIH.
           PERFORM CARI-JENIS THRU CARI-JENIS-SELESAI.
           IF K-JENIS = 0
               MOVE 1 TO K-JENIS.
           MOVE SPACES TO NOMOR-TEKS.
           STRING NOMOR-SU DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               JD-KODE (K-JENIS) DELIMITED BY SIZE
               "/AKAD/" DELIMITED BY SIZE
               TAHUN-SU DELIMITED BY SIZE
               INTO NOMOR-TEKS.
       SUSUN-NOMOR-SELESAI.
           EXIT.

       AMBIL-MHS.
           MOVE 'T' TO ADA-MHS-YA.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               GO TO AMBIL-MHS-SELESAI.
           MOVE NPM-CARI TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO AMBIL-MHS-TUTUP.
       AMBIL-MHS-BACA.
           READ MHS NEXT RECORD
               AT END GO TO AMBIL-MHS-TUTUP.
           IF NPM NOT = NPM-CARI
               GO TO AMBIL-MHS-TUTUP.
           MOVE 'Y' TO ADA-MHS-YA.
           MOVE NAMA TO NAMA-SU.
           MOVE KELAS TO KELAS-SU.
           MOVE SEMESTER TO SEMESTER-SU.
           MOVE IPK TO IPK-SU.
           GO TO AMBIL-MHS-BACA.
       AMBIL-MHS-TUTUP.
           CLOSE MHS.
       AMBIL-MHS-SELESAI.
           EXIT.

       CEK-STATUS.
           MOVE 'A' TO STATUS-MHS.
           OPEN INPUT STATFILE.
           IF STATUS-STAT NOT = "00"
               GO TO CEK-STATUS-SELESAI.
           MOVE NPM-CARI TO NPM-ST.
           READ STATFILE
               INVALID KEY MOVE 'A' TO STATUS-ST.
           MOVE STATUS-ST TO STATUS-MHS.
           CLOSE STATFILE.
       CEK-STATUS-SELESAI.
           EXIT.

       CETAK-SURAT.
           PERFORM SUSUN-NOMOR THRU SUSUN-NOMOR-SELESAI.
           PERFORM AMBIL-DATA THRU AMBIL-DATA-SELESAI.
           PERFORM MUAT-BADAN THRU MUAT-BADAN-SELESAI.
           MOVE SPACES TO TGL-TEKS.
           STRING TGL-SU (7:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TGL-SU (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TGL-SU (1:4) DELIMITED BY SIZE
               INTO TGL-TEKS.
           ADD 1 TO TOTAL-CETAK.
           MOVE SPACES TO SURAT-LINE.
           STRING "UNIVERSITAS CONTOH" DELIMITED BY SIZE
               INTO SURAT-LINE.
           IF TOTAL-CETAK = 1
               WRITE SURAT-LINE
           ELSE
               WRITE SURAT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO SURAT-LINE.
           STRING "BAGIAN AKADEMIK" DELIMITED BY SIZE
               INTO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO SURAT-LINE.
           WRITE SURAT-LINE.
           IF SALINAN
               MOVE SPACES TO SURAT-LINE
               STRING "                                  SALINAN"
                   DELIMITED BY SIZE
                   INTO SURAT-LINE
               WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           STRING "            " DELIMITED BY SIZE
               JD-JUDUL (K-JENIS) DELIMITED BY SIZE
               INTO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           STRING "            NOMOR : " DELIMITED BY SIZE
               NOMOR-TEKS DELIMITED BY SIZE
               INTO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE 0 TO K-BADAN.
       CETAK-SURAT-BADAN.
           ADD 1 TO K-BADAN.
           IF K-BADAN > ISI-BADAN
               GO TO CETAK-SURAT-AKHIR.
           MOVE BADAN-TEKS (K-BADAN) TO TEKS-BARIS.
           PERFORM SUSUN-BARIS THRU SUSUN-BARIS-SELESAI.
           WRITE SURAT-LINE.
           GO TO CETAK-SURAT-BADAN.
       CETAK-SURAT-AKHIR.
           MOVE SPACES TO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           STRING "                          DIKELUARKAN TANGGAL "
               DELIMITED BY SIZE
               TGL-TEKS DELIMITED BY SIZE
               INTO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           STRING "                          ..................."
               DELIMITED BY SIZE
               INTO SURAT-LINE.
           WRITE SURAT-LINE.
           MOVE SPACES TO SURAT-LINE.
           STRING "                          BAGIAN AKADEMIK"
               DELIMITED BY SIZE
               INTO SURAT-LINE.
           WRITE SURAT-LINE.
       CETAK-SURAT-SELESAI.
           EXIT.

       AMBIL-DATA.
           MOVE SPACES TO LAHIR-TEKS.
           MOVE SPACES TO ALAMAT-TEKS.
           MOVE KELAS-SU TO KELAS-TEKS.
           MOVE "-" TO WALI-TEKS.
           MOVE IPK-SU TO IPK-ED.
           OPEN INPUT BIOFILE.
           IF STATUS-BIO NOT = "00"
               GO TO AMBIL-DATA-KELAS.
           MOVE NPM-SU TO NPM-B.
           READ BIOFILE
               INVALID KEY
                   CLOSE BIOFILE
                   GO TO AMBIL-DATA-KELAS.
           STRING TMP-LAHIR-B DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               TGL-LAHIR-B (7:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TGL-LAHIR-B (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TGL-LAHIR-B (1:4) DELIMITED BY SIZE
               INTO LAHIR-TEKS.
           MOVE ALAMAT-B TO ALAMAT-TEKS.
           CLOSE BIOFILE.
       AMBIL-DATA-KELAS.
           OPEN INPUT KELASMST.
           IF STATUS-KELASMST NOT = "00"
               GO TO AMBIL-DATA-SELESAI.
           MOVE KELAS-SU TO KODE-KELAS.
           READ KELASMST
               INVALID KEY
                   CLOSE KELASMST
                   GO TO AMBIL-DATA-SELESAI.
           MOVE SPACES TO KELAS-TEKS.
           STRING KELAS-SU DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               NAMA-KELAS DELIMITED BY SIZE
               INTO KELAS-TEKS.
           IF WALI-KELAS NOT = SPACES
               MOVE WALI-KELAS TO WALI-TEKS.
           CLOSE KELASMST.
       AMBIL-DATA-SELESAI.
           EXIT.

       MUAT-BADAN.
           MOVE 0 TO ISI-BADAN.
           OPEN INPUT SURATTPL.
           IF STATUS-TPL NOT = "00"
               GO TO MUAT-BADAN-BAWAAN.
       MUAT-BADAN-BACA.
           READ SURATTPL
               AT END GO TO MUAT-BADAN-TUTUP.
           IF TPF-JENIS NOT = JENIS-SU
               GO TO MUAT-BADAN-BACA.
           IF ISI-BADAN < 20
               ADD 1 TO ISI-BADAN
               MOVE TPF-TEKS TO BADAN-TEKS (ISI-BADAN).
           GO TO MUAT-BADAN-BACA.
       MUAT-BADAN-TUTUP.
           CLOSE SURATTPL.
           IF ISI-BADAN > 0
               GO TO MUAT-BADAN-SELESAI.
       MUAT-BADAN-BAWAAN.
           MOVE 0 TO K-TPL.
       MUAT-BADAN-ULANG.
           ADD 1 TO K-TPL.
           IF K-TPL > 24
               GO TO MUAT-BADAN-SELESAI.
           IF TPL-JENIS (K-TPL) NOT = JENIS-SU
               GO TO MUAT-BADAN-ULANG.
           ADD 1 TO ISI-BADAN.
           MOVE TPL-TEKS (K-TPL) TO BADAN-TEKS (ISI-BADAN).
           GO TO MUAT-BADAN-ULANG.
       MUAT-BADAN-SELESAI.
           EXIT.

       SUSUN-BARIS.
           MOVE SPACES TO SURAT-LINE.
           MOVE 1 TO P-SURAT.
           MOVE 0 TO I-TEKS.
       SUSUN-BARIS-HURUF.
           ADD 1 TO I-TEKS.
           IF I-TEKS > 70 OR P-SURAT > 80
               GO TO SUSUN-BARIS-SELESAI.
           MOVE TEKS-BARIS (I-TEKS:1) TO HURUF-1.
           IF HURUF-1 NOT = '@' OR I-TEKS = 70
               STRING HURUF-1 DELIMITED BY SIZE
                   INTO SURAT-LINE WITH POINTER P-SURAT
               GO TO SUSUN-BARIS-HURUF.
           ADD 1 TO I-TEKS.
           MOVE TEKS-BARIS (I-TEKS:1) TO KODE-1.
           MOVE SPACES TO ISI-GANTI.
           IF KODE-1 = 'N'
               MOVE NAMA-SU TO ISI-GANTI.
           IF KODE-1 = 'M'
               MOVE NPM-SU TO ISI-GANTI.
           IF KODE-1 = 'S'
               MOVE SEMESTER-SU TO ISI-GANTI.
           IF KODE-1 = 'K'
               MOVE KELAS-TEKS TO ISI-GANTI.
           IF KODE-1 = 'W'
               MOVE WALI-TEKS TO ISI-GANTI.
           IF KODE-1 = 'L'
               MOVE LAHIR-TEKS TO ISI-GANTI.
           IF KODE-1 = 'A'
               MOVE ALAMAT-TEKS TO ISI-GANTI.
           IF KODE-1 = 'I'
               MOVE IPK-ED TO ISI-GANTI.
           IF KODE-1 = 'U'
               MOVE KEPERLUAN-SU TO ISI-GANTI.
           IF KODE-1 = 'T'
               MOVE TGL-TEKS TO ISI-GANTI.
           IF KODE-1 = 'O'
               MOVE NOMOR-TEKS TO ISI-GANTI.
           IF ISI-GANTI = SPACES
               GO TO SUSUN-BARIS-HURUF.
           STRING ISI-GANTI DELIMITED BY "  "
               INTO SURAT-LINE WITH POINTER P-SURAT.
           GO TO SUSUN-BARIS-HURUF.
       SUSUN-BARIS-SELESAI.
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
               OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-AKSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-CARI DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NOMOR-TEKS DELIMITED BY SPACE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       CEK-OPERATOR.
           MOVE 0 TO OPERATOR-LEVEL.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR = "35"
               DISPLAY "FILE OPERATOR TIDAK ADA, AKSES PENUH."
               MOVE 3 TO OPERATOR-LEVEL
               GO TO CEK-OPERATOR-SELESAI.
           IF STATUS-OPR NOT = "00"
               DISPLAY "FILE OPERATOR GAGAL DIBUKA, STATUS = "
                   STATUS-OPR
               GO TO CEK-OPERATOR-SELESAI.
           MOVE OPERATOR-ID TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   CLOSE OPRFILE
                   GO TO CEK-OPERATOR-SELESAI.
           IF OPR-SANDI = SANDI-MASUK
               MOVE OPR-LEVEL TO OPERATOR-LEVEL.
           CLOSE OPRFILE.
       CEK-OPERATOR-SELESAI.
           EXIT.

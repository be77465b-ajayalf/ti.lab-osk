       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSLAP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KATLAP ASSIGN TO KATLAP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAT-ID
           FILE STATUS IS STATUS-KATLAP.
           SELECT SIMPANF ASSIGN TO SIMPAN-NAMA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-SIMPAN.
           SELECT ULANGCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-ULANG.
           SELECT RETLAPCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-RETENSI.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD KATLAP
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKATLAP.
       01 RECKATLAP.
           02 KAT-ID pic 9(6).
           02 KAT-PROGRAM pic X(10).
           02 KAT-LAPORAN pic X(20).
           02 KAT-ARSIP pic X(30).
           02 KAT-TANGGAL pic X(8).
           02 KAT-JAM pic X(6).
           02 KAT-OPERATOR pic X(10).
           02 KAT-SEMESTER pic X(6).
           02 KAT-HALAMAN pic 9(4).
           02 KAT-BARIS pic 9(6).
           02 KAT-STATUS pic X.
           02 KAT-TGL-HAPUS pic X(8).
       FD SIMPANF
           LABEL RECORD IS STANDARD
           DATA RECORD IS SIMPAN-LINE.
       01 SIMPAN-LINE pic X(80).
       FD ULANGCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CETAKUL.LIS'
           DATA RECORD IS ULANG-LINE.
       01 ULANG-LINE pic X(80).
       FD RETLAPCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RETLAP.CTL'
           DATA RECORD IS RET-LINE.
       01 RET-LINE.
           02 RET-LAPORAN pic X(20).
           02 FILLER pic X.
           02 RET-JUMLAH pic 9(2).
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
       WORKING-STORAGE SECTION.
       77 STATUS-KATLAP pic XX.
       77 STATUS-SIMPAN pic XX.
       77 STATUS-ULANG pic XX.
       77 STATUS-RETENSI pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 KATLAP-FILENAME pic X(30) VALUE 'LAPKAT.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 SIMPAN-NAMA pic X(30).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 TERIMA pic X.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 AUDIT-KET pic X(38).
       77 TGL-HARI pic X(8).
       77 JENIS-DAFTAR pic 9.
       77 PROGRAM-CARI pic X(10).
       77 OPERATOR-CARI pic X(10).
       77 TGL-DARI pic X(8).
       77 TGL-SAMPAI pic X(8).
       77 ID-CARI pic 9(6).
       77 STATUS-KET pic X(7).
       77 JUMLAH-TAMPIL pic 9(6).
       77 JUMLAH-HALAMAN pic 9(6).
       77 JUMLAH-SALIN pic 9(6).
       77 BUANG-JUMLAH pic 9(6).
       77 BATAS-BAWAAN pic 9(2).
       77 I pic 9(3).
       77 ISI-RETENSI pic 9(3).
       77 ISI-TIPE pic 9(3).
       77 TIPE-KE pic 9(3).
       01 TABEL-RETENSI.
           02 RETENSI-BARIS OCCURS 50 TIMES.
               03 TR-LAPORAN pic X(20).
               03 TR-JUMLAH pic 9(2).
       01 TABEL-TIPE.
           02 TIPE-BARIS OCCURS 200 TIMES.
               03 TT-PROGRAM pic X(10).
               03 TT-LAPORAN pic X(20).
               03 TT-AKTIF pic 9(4).
               03 TT-BATAS pic 9(2).
       01 JUDUL-ULANG.
           02 FILLER pic X(14) VALUE "CETAK ULANG - ".
           02 JU-LAPORAN pic X(20).
           02 FILLER pic X(4) VALUE " ID ".
           02 JU-ID pic 9(6).
           02 FILLER pic X(5) VALUE " TGL ".
           02 JU-TANGGAL pic X(8).
           02 FILLER pic X VALUE SPACE.
           02 JU-JAM pic X(6).
           02 FILLER pic X(6) VALUE " OLEH ".
           02 JU-OPERATOR pic X(10).
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
       MASUK.
           DISPLAY "=====ARSIP LAPORAN=====".
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
           DISPLAY "=====ARSIP LAPORAN=====".
           DISPLAY "1. DAFTAR ARSIP PER PROGRAM".
           DISPLAY "2. DAFTAR ARSIP PER RENTANG TANGGAL".
           DISPLAY "3. DAFTAR ARSIP PER OPERATOR".
           DISPLAY "4. CETAK ULANG LAPORAN".
           DISPLAY "5. TERAPKAN RETENSI ARSIP".
           DISPLAY "6. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 5 AND OPERATOR-LEVEL < 3
               DISPLAY "RETENSI HANYA BOLEH OLEH SUPERVISOR."
               GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO BUKA-FILE5.
           IF TERIMA = 6 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           DISPLAY "NAMA PROGRAM : " WITH NO ADVANCING.
           ACCEPT PROGRAM-CARI.
           MOVE 1 TO JENIS-DAFTAR.
           GO TO DAFTAR-MULAI.

       BUKA-FILE2.
           DISPLAY "DARI TANGGAL (YYYYMMDD)   : " WITH NO ADVANCING.
           ACCEPT TGL-DARI.
           DISPLAY "SAMPAI TANGGAL (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT TGL-SAMPAI.
           IF TGL-SAMPAI = SPACES
               MOVE TGL-DARI TO TGL-SAMPAI.
           MOVE 2 TO JENIS-DAFTAR.
           GO TO DAFTAR-MULAI.

       BUKA-FILE3.
           DISPLAY "ID OPERATOR (BATCH UNTUK JOB MALAM) : "
               WITH NO ADVANCING.
           ACCEPT OPERATOR-CARI.
           MOVE 3 TO JENIS-DAFTAR.

       DAFTAR-MULAI.
           OPEN INPUT KATLAP.
           IF STATUS-KATLAP NOT = "00"
               DISPLAY "KATALOG ARSIP LAPORAN BELUM ADA."
               GO TO PILIH-MENU.
           MOVE 0 TO JUMLAH-TAMPIL.
           MOVE 0 TO JUMLAH-HALAMAN.
           DISPLAY " ".
           DISPLAY "ID     PROGRAM    LAPORAN      TANGGAL  JAM    "
               "OPERATOR   SMSTR  HAL STATUS".
       DAFTAR-BACA.
           READ KATLAP NEXT RECORD
               AT END GO TO DAFTAR-SELESAI.
           IF JENIS-DAFTAR = 1 AND KAT-PROGRAM NOT = PROGRAM-CARI
               GO TO DAFTAR-BACA.
           IF JENIS-DAFTAR = 2
               AND (KAT-TANGGAL < TGL-DARI
                   OR KAT-TANGGAL > TGL-SAMPAI)
                   GO TO DAFTAR-BACA.
           IF JENIS-DAFTAR = 3 AND KAT-OPERATOR NOT = OPERATOR-CARI
               GO TO DAFTAR-BACA.
           MOVE "AKTIF" TO STATUS-KET.
           IF KAT-STATUS = 'H'
               MOVE "DIHAPUS" TO STATUS-KET.
           DISPLAY KAT-ID " " KAT-PROGRAM " " KAT-LAPORAN " "
               KAT-TANGGAL " " KAT-JAM " " KAT-OPERATOR " "
               KAT-SEMESTER " " KAT-HALAMAN " " STATUS-KET.
           ADD 1 TO JUMLAH-TAMPIL.
           ADD KAT-HALAMAN TO JUMLAH-HALAMAN.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           CLOSE KATLAP.
           DISPLAY " ".
           DISPLAY "JUMLAH LAPORAN : " JUMLAH-TAMPIL
               "   JUMLAH HALAMAN : " JUMLAH-HALAMAN.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           OPEN INPUT KATLAP.
           IF STATUS-KATLAP NOT = "00"
               DISPLAY "KATALOG ARSIP LAPORAN BELUM ADA."
               GO TO PILIH-MENU.
           DISPLAY "ID LAPORAN : " WITH NO ADVANCING.
           ACCEPT ID-CARI.
           MOVE ID-CARI TO KAT-ID.
           READ KATLAP
               INVALID KEY
                   DISPLAY "ID " ID-CARI " TIDAK ADA DI KATALOG."
                   CLOSE KATLAP
                   GO TO PILIH-MENU.
           CLOSE KATLAP.
           IF KAT-STATUS = 'H'
               DISPLAY "ARSIP SUDAH DIHAPUS OLEH RETENSI TANGGAL "
                   KAT-TGL-HAPUS "."
               GO TO PILIH-MENU.
           DISPLAY KAT-PROGRAM " " KAT-LAPORAN " " KAT-TANGGAL " "
               KAT-JAM " " KAT-OPERATOR " " KAT-HALAMAN " HALAMAN".
           DISPLAY "CETAK ULANG LAPORAN INI? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               GO TO PILIH-MENU.
           MOVE KAT-ARSIP TO SIMPAN-NAMA.
           OPEN INPUT SIMPANF.
           IF STATUS-SIMPAN NOT = "00"
               DISPLAY "FILE ARSIP " SIMPAN-NAMA " TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN OUTPUT ULANGCETAK.
           MOVE KAT-LAPORAN TO JU-LAPORAN.
           MOVE KAT-ID TO JU-ID.
           MOVE KAT-TANGGAL TO JU-TANGGAL.
           MOVE KAT-JAM TO JU-JAM.
           MOVE KAT-OPERATOR TO JU-OPERATOR.
           WRITE ULANG-LINE FROM JUDUL-ULANG.
           MOVE SPACES TO ULANG-LINE.
           WRITE ULANG-LINE.
           MOVE 0 TO JUMLAH-SALIN.
       ULANG-BACA.
           READ SIMPANF
               AT END GO TO ULANG-SELESAI.
           WRITE ULANG-LINE FROM SIMPAN-LINE.
           ADD 1 TO JUMLAH-SALIN.
           GO TO ULANG-BACA.
       ULANG-SELESAI.
           CLOSE SIMPANF.
           CLOSE ULANGCETAK.
           IF JUMLAH-SALIN NOT = KAT-BARIS
               DISPLAY "PERINGATAN: " JUMLAH-SALIN " BARIS, KATALOG "
                   "MENCATAT " KAT-BARIS " BARIS.".
           MOVE "CETAKULANG" TO AUDIT-AKSI.
           MOVE SPACES TO AUDIT-KET.
           STRING "ID " DELIMITED BY SIZE
               KAT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KAT-LAPORAN DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KAT-TANGGAL DELIMITED BY SIZE
               INTO AUDIT-KET.
           PERFORM CATAT-AUDIT.
           DISPLAY "LAPORAN TERCETAK ULANG KE CETAKUL.LIS.".
           GO TO PILIH-MENU.

       BUKA-FILE5.
           DISPLAY "ARSIP DI LUAR BATAS RETENSI AKAN DIHAPUS, "
               "LANJUTKAN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               GO TO PILIH-MENU.
           OPEN I-O KATLAP.
           IF STATUS-KATLAP NOT = "00"
               DISPLAY "KATALOG ARSIP LAPORAN BELUM ADA."
               GO TO PILIH-MENU.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           PERFORM BACA-RETENSI THRU BACA-RETENSI-SELESAI.
           MOVE 0 TO ISI-TIPE.
       HITUNG-BACA.
           READ KATLAP NEXT RECORD
               AT END GO TO HITUNG-SELESAI.
           IF KAT-STATUS NOT = 'A'
               GO TO HITUNG-BACA.
           PERFORM CARI-TIPE THRU CARI-TIPE-SELESAI.
           IF TIPE-KE > 0
               ADD 1 TO TT-AKTIF (TIPE-KE).
           GO TO HITUNG-BACA.
       HITUNG-SELESAI.
           MOVE 0 TO BUANG-JUMLAH.
           MOVE 0 TO KAT-ID.
           START KATLAP KEY NOT < KAT-ID
               INVALID KEY GO TO BUANG-SELESAI.
       BUANG-BACA.
           READ KATLAP NEXT RECORD
               AT END GO TO BUANG-SELESAI.
           IF KAT-STATUS NOT = 'A'
               GO TO BUANG-BACA.
           PERFORM CARI-TIPE THRU CARI-TIPE-SELESAI.
           IF TIPE-KE = 0
               GO TO BUANG-BACA.
           IF TT-AKTIF (TIPE-KE) NOT > TT-BATAS (TIPE-KE)
               GO TO BUANG-BACA.
           MOVE KAT-ARSIP TO SIMPAN-NAMA.
           OPEN OUTPUT SIMPANF.
           CLOSE SIMPANF.
           MOVE 'H' TO KAT-STATUS.
           MOVE TGL-HARI TO KAT-TGL-HAPUS.
           REWRITE RECKATLAP
               INVALID KEY DISPLAY "KATALOG GAGAL DIPERBARUI, ID "
                   KAT-ID.
           SUBTRACT 1 FROM TT-AKTIF (TIPE-KE).
           ADD 1 TO BUANG-JUMLAH.
           GO TO BUANG-BACA.
       BUANG-SELESAI.
           CLOSE KATLAP.
           DISPLAY "ARSIP LAPORAN DIHAPUS : " BUANG-JUMLAH.
           IF BUANG-JUMLAH > 0
               MOVE "RETENSILAP" TO AUDIT-AKSI
               MOVE SPACES TO AUDIT-KET
               STRING "ARSIP DIHAPUS " DELIMITED BY SIZE
                   BUANG-JUMLAH DELIMITED BY SIZE
                   INTO AUDIT-KET
               PERFORM CATAT-AUDIT.
           GO TO PILIH-MENU.

       CARI-TIPE.
           MOVE 0 TO I.
       CARI-TIPE-ULANG.
           ADD 1 TO I.
           IF I > ISI-TIPE
               GO TO CARI-TIPE-BARU.
           IF TT-PROGRAM (I) = KAT-PROGRAM
               AND TT-LAPORAN (I) = KAT-LAPORAN
                   MOVE I TO TIPE-KE
                   GO TO CARI-TIPE-SELESAI.
           GO TO CARI-TIPE-ULANG.
       CARI-TIPE-BARU.
           MOVE 0 TO TIPE-KE.
           IF ISI-TIPE NOT < 200
               GO TO CARI-TIPE-SELESAI.
           ADD 1 TO ISI-TIPE.
           MOVE ISI-TIPE TO TIPE-KE.
           MOVE KAT-PROGRAM TO TT-PROGRAM (TIPE-KE).
           MOVE KAT-LAPORAN TO TT-LAPORAN (TIPE-KE).
           MOVE 0 TO TT-AKTIF (TIPE-KE).
           MOVE BATAS-BAWAAN TO TT-BATAS (TIPE-KE).
           MOVE 0 TO I.
       CARI-TIPE-BATAS.
           ADD 1 TO I.
           IF I > ISI-RETENSI
               GO TO CARI-TIPE-SELESAI.
           IF TR-LAPORAN (I) = KAT-LAPORAN
               MOVE TR-JUMLAH (I) TO TT-BATAS (TIPE-KE)
               GO TO CARI-TIPE-SELESAI.
           GO TO CARI-TIPE-BATAS.
       CARI-TIPE-SELESAI.
           EXIT.

       BACA-RETENSI.
           MOVE 10 TO BATAS-BAWAAN.
           MOVE 0 TO ISI-RETENSI.
           OPEN INPUT RETLAPCTL.
           IF STATUS-RETENSI NOT = "00"
               GO TO BACA-RETENSI-SELESAI.
       BACA-RETENSI-BARIS.
           READ RETLAPCTL
               AT END
                   CLOSE RETLAPCTL
                   GO TO BACA-RETENSI-SELESAI.
           IF RET-JUMLAH IS NOT NUMERIC OR RET-JUMLAH = 0
               GO TO BACA-RETENSI-BARIS.
           IF RET-LAPORAN = "*"
               MOVE RET-JUMLAH TO BATAS-BAWAAN
               GO TO BACA-RETENSI-BARIS.
           IF ISI-RETENSI < 50
               ADD 1 TO ISI-RETENSI
               MOVE RET-LAPORAN TO TR-LAPORAN (ISI-RETENSI)
               MOVE RET-JUMLAH TO TR-JUMLAH (ISI-RETENSI).
           GO TO BACA-RETENSI-BARIS.
       BACA-RETENSI-SELESAI.
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
               AUDIT-KET DELIMITED BY SIZE
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

       SELESAI2.
           STOP RUN.

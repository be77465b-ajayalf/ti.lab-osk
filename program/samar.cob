       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMAR.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT MHS-U ASSIGN TO MHS-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI-U
           ALTERNATE RECORD KEY IS KELAS-U WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH-U.
           SELECT BIOFILE ASSIGN TO BIO-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-B
           FILE STATUS IS STATUS-BIO.
           SELECT BIOFILE-U ASSIGN TO BIO-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BU
           FILE STATUS IS STATUS-BIO-U.
           SELECT ALUMNI ASSIGN TO ALUMNI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-A
           FILE STATUS IS STATUS-ALUMNI.
           SELECT ALUMNI-U ASSIGN TO ALUMNI-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-AU
           FILE STATUS IS STATUS-ALUMNI-U.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT OPRFILE-U ASSIGN TO OPR-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID-U
           FILE STATUS IS STATUS-OPR-U.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
           SELECT TAGIHAN-U ASSIGN TO TAGIHAN-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI-U
           FILE STATUS IS STATUS-TAGIHAN-U.
           SELECT KWFILE ASSIGN TO KW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOMOR-KW
           FILE STATUS IS STATUS-KW.
           SELECT KWFILE-U ASSIGN TO KW-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOMOR-KWU
           FILE STATUS IS STATUS-KW-U.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
           SELECT KRSFILE-U ASSIGN TO KRS-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI-U
           FILE STATUS IS STATUS-KRS-U.
           SELECT NILAIFILE ASSIGN TO NILAI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI
           FILE STATUS IS STATUS-NILAI.
           SELECT NILAIFILE-U ASSIGN TO NILAI-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI-U
           FILE STATUS IS STATUS-NILAI-U.
           SELECT ABSEN ASSIGN TO ABSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABSEN-KUNCI
           FILE STATUS IS STATUS-ABSEN.
           SELECT ABSEN-U ASSIGN TO ABSEN-UJI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABSEN-KUNCI-U
           FILE STATUS IS STATUS-ABSEN-U.
           SELECT ASLIIDX ASSIGN TO ASLI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASLI-KUNCI
           FILE STATUS IS STATUS-ASLI.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
       DATA DIVISION.
       FILE SECTION.
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
       FD MHS-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMHS-U.
       01 RECMHS-U.
           02 MHS-KUNCI-U.
               03 NPM-U pic X(14).
               03 SEMESTER-U pic X(6).
           02 NAMA-U pic X(23).
           02 KELAS-U pic X(5).
           02 IPK-U pic 9V99.
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
       FD BIOFILE-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBIO-U.
       01 RECBIO-U.
           02 NPM-BU pic X(14).
           02 TMP-LAHIR-BU pic X(15).
           02 TGL-LAHIR-BU pic X(8).
           02 ALAMAT-BU pic X(30).
           02 TELP-BU pic X(12).
           02 WALI-BU pic X(23).
           02 TELP-WALI-BU pic X(12).
           02 THN-MASUK-BU pic X(4).
       FD ALUMNI
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECALUMNI.
       01 RECALUMNI.
           02 NPM-A pic X(14).
           02 NAMA-A pic X(23).
           02 KELAS-A pic X(5).
           02 IPK-A pic 9V99.
           02 SKS-A pic 9(3).
           02 TGL-LULUS-A pic X(8).
           02 PEKERJAAN-A pic X(25).
       FD ALUMNI-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECALUMNI-U.
       01 RECALUMNI-U.
           02 NPM-AU pic X(14).
           02 NAMA-AU pic X(23).
           02 KELAS-AU pic X(5).
           02 IPK-AU pic 9V99.
           02 SKS-AU pic 9(3).
           02 TGL-LULUS-AU pic X(8).
           02 PEKERJAAN-AU pic X(25).
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD OPRFILE-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR-U.
       01 RECOPR-U.
           02 OPR-ID-U pic X(10).
           02 OPR-SANDI-U pic X(10).
           02 OPR-LEVEL-U pic 9.
       FD TAGIHAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTAGIHAN.
       01 RECTAGIHAN.
           02 TAGIHAN-KUNCI.
               03 NPM-G pic X(14).
               03 SEMESTER-G pic X(6).
           02 KELAS-G pic X(5).
           02 TAGIHAN-G pic 9(9).
           02 BAYAR-G pic 9(9).
           02 POTONGAN-G pic 9(9).
           02 SUMBER-G pic X(15).
           02 CICIL-JUMLAH-G pic 9.
           02 CICIL-G OCCURS 3 TIMES.
               03 TEMPO-G pic X(8).
               03 JUMLAH-CG pic 9(9).
               03 DENDA-CG pic X.
       FD TAGIHAN-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTAGIHAN-U.
       01 RECTAGIHAN-U.
           02 TAGIHAN-KUNCI-U.
               03 NPM-GU pic X(14).
               03 SEMESTER-GU pic X(6).
           02 KELAS-GU pic X(5).
           02 TAGIHAN-GU pic 9(9).
           02 BAYAR-GU pic 9(9).
           02 POTONGAN-GU pic 9(9).
           02 SUMBER-GU pic X(15).
           02 CICIL-JUMLAH-GU pic 9.
           02 CICIL-GU OCCURS 3 TIMES.
               03 TEMPO-GU pic X(8).
               03 JUMLAH-CGU pic 9(9).
               03 DENDA-CGU pic X.
       FD KWFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKW.
       01 RECKW.
           02 NOMOR-KW pic 9(8).
           02 NPM-KW pic X(14).
           02 SEMESTER-KW pic X(6).
           02 TANGGAL-KW pic X(8).
           02 JAM-KW pic X(8).
           02 JUMLAH-KW pic 9(9).
           02 SISA-KW pic 9(9).
           02 OPERATOR-KW pic X(10).
       FD KWFILE-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKW-U.
       01 RECKW-U.
           02 NOMOR-KWU pic 9(8).
           02 NPM-KWU pic X(14).
           02 SEMESTER-KWU pic X(6).
           02 TANGGAL-KWU pic X(8).
           02 JAM-KWU pic X(8).
           02 JUMLAH-KWU pic 9(9).
           02 SISA-KWU pic 9(9).
           02 OPERATOR-KWU pic X(10).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
       FD KRSFILE-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS-U.
       01 RECKRS-U.
           02 KRS-KUNCI-U.
               03 NPM-KU pic X(14).
               03 SEMESTER-KU pic X(6).
               03 KODE-MK-KU pic X(8).
           02 SKS-KU pic 9(2).
       FD NILAIFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNILAI.
       01 RECNILAI.
           02 NILAI-KUNCI.
               03 NPM-N pic X(14).
               03 SEMESTER-N pic X(6).
               03 KODE-MK-N pic X(8).
           02 HURUF-N pic X(2).
           02 SKS-N pic 9(2).
       FD NILAIFILE-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNILAI-U.
       01 RECNILAI-U.
           02 NILAI-KUNCI-U.
               03 NPM-NU pic X(14).
               03 SEMESTER-NU pic X(6).
               03 KODE-MK-NU pic X(8).
           02 HURUF-NU pic X(2).
           02 SKS-NU pic 9(2).
       FD ABSEN
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
       FD ABSEN-U
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECABSEN-U.
       01 RECABSEN-U.
           02 ABSEN-KUNCI-U.
               03 KELAS-ABU pic X(5).
               03 SEMESTER-ABU pic X(6).
               03 TANGGAL-ABU pic X(8).
               03 KODE-MK-ABU pic X(8).
               03 NPM-ABU pic X(14).
           02 HADIR-ABU pic X.
           02 PERTEMUAN-ABU pic 9(2).
       FD ASLIIDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECASLI.
       01 RECASLI.
           02 ASLI-KUNCI.
               03 ASLI-JENIS pic X.
               03 ASLI-NILAI pic X(30).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SAMAR.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-SALAH pic XX.
       77 STATUS-SALAH-U pic XX.
       77 STATUS-BIO pic XX.
       77 STATUS-BIO-U pic XX.
       77 STATUS-ALUMNI pic XX.
       77 STATUS-ALUMNI-U pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-OPR-U pic XX.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-TAGIHAN-U pic XX.
       77 STATUS-KW pic XX.
       77 STATUS-KW-U pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-KRS-U pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-NILAI-U pic XX.
       77 STATUS-ABSEN pic XX.
       77 STATUS-ABSEN-U pic XX.
       77 STATUS-ASLI pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 ALUMNI-FILENAME pic X(30) VALUE 'ALUMNI.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 KW-FILENAME pic X(30) VALUE 'KUITANSI.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 ABSEN-FILENAME pic X(30) VALUE 'ABSEN.TXT'.
       77 ASLI-FILENAME pic X(30) VALUE 'SAMAR.TMP'.
       77 MHS-UJI-FILENAME pic X(30).
       77 BIO-UJI-FILENAME pic X(30).
       77 ALUMNI-UJI-FILENAME pic X(30).
       77 OPR-UJI-FILENAME pic X(30).
       77 TAGIHAN-UJI-FILENAME pic X(30).
       77 KW-UJI-FILENAME pic X(30).
       77 KRS-UJI-FILENAME pic X(30).
       77 NILAI-UJI-FILENAME pic X(30).
       77 ABSEN-UJI-FILENAME pic X(30).
       77 AWALAN-UJI pic X(10).
       77 SANDI-UJI pic X(10).
       77 TGL-JALAN pic X(8).
       01 TABEL-FILE.
           02 TF-BARIS OCCURS 9 TIMES.
               03 TF-NAMA pic X(12).
               03 TF-UJI pic X(30).
               03 TF-ADA pic X.
               03 TF-SAMAR pic X(50).
               03 TF-ASLI pic 9(7).
               03 TF-HASIL pic 9(7).
               03 TF-HILANG pic 9(7).
               03 TF-SAMA pic 9(7).
               03 TF-SISA pic 9(7).
               03 TF-CEK-YATIM pic X.
               03 TF-YATIM-ASLI pic 9(7).
               03 TF-YATIM-UJI pic 9(7).
               03 TF-JUMLAH-TOTAL pic 9.
               03 TF-TOTAL OCCURS 3 TIMES.
                   04 TF-LABEL pic X(10).
                   04 TF-T-ASLI pic 9(13)V99.
                   04 TF-T-UJI pic 9(13)V99.
       77 F pic 9(2).
       77 T pic 9.
       77 J pic 9(2).
       77 NPM-HASH pic X(14).
       77 HASH-NPM pic 9(9).
       77 ABJAD pic X(36)
           VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 HURUF-1 pic X.
       77 POSISI pic 9(2).
       77 BENIH pic 9(9).
       77 KERJA pic 9(18).
       77 BUANG pic 9(18).
       77 ACAK-BATAS pic 9(4).
       77 ACAK-HASIL pic 9(4).
       77 JENIS-PALSU pic X.
       77 SALT-PALSU pic 9.
       77 PERCOBAAN pic 9(2).
       77 CALON pic X(30).
       77 JUMLAH-BENTROK pic 9(7).
       77 JUMLAH-GAGAL-TULIS pic 9(7).
       77 JUMLAH-ASLI pic 9(7).
       77 PILIH-DEPAN pic 9(2).
       77 PILIH-BELAKANG pic 9(2).
       77 PILIH-JALAN pic 9(2).
       77 PILIH-KOTA pic 9(2).
       77 PILIH-AWAL pic 9(2).
       77 NOMOR-RUMAH pic 9(2).
       77 NOMOR-1 pic 9(4).
       77 NOMOR-2 pic 9(4).
       77 TGL-ASLI pic X(8).
       01 TGL-PALSU.
           02 TAHUN-PALSU pic X(4).
           02 BULAN-PALSU pic 9(2).
           02 HARI-PALSU pic 9(2).
       77 NPM-CARI pic X(14).
       77 ADA-NPM-YA pic X.
           88 ADA-NPM VALUE 'Y'.
       77 ADA-ASLI-YA pic X.
           88 ADA-ASLI VALUE 'Y'.
       77 FILE-LULUS-YA pic X.
           88 FILE-LULUS VALUE 'Y'.
       77 HASIL-LULUS-YA pic X.
           88 HASIL-LULUS VALUE 'Y'.
       77 ANGKA-ED pic Z(15)9.
       77 TOTAL-ED pic Z(12)9.99.
       01 BARIS-CEK.
           02 BC-URAIAN pic X(32).
           02 BC-ASLI pic X(16).
           02 FILLER pic X(2).
           02 BC-UJI pic X(16).
           02 FILLER pic X(2).
           02 BC-HASIL pic X(5).
       01 DAFTAR-DEPAN.
           02 FILLER pic X(10) VALUE 'BUDI'.
           02 FILLER pic X(10) VALUE 'SITI'.
           02 FILLER pic X(10) VALUE 'AGUS'.
           02 FILLER pic X(10) VALUE 'DEWI'.
           02 FILLER pic X(10) VALUE 'JOKO'.
           02 FILLER pic X(10) VALUE 'RINA'.
           02 FILLER pic X(10) VALUE 'ANDI'.
           02 FILLER pic X(10) VALUE 'LINA'.
           02 FILLER pic X(10) VALUE 'EKO'.
           02 FILLER pic X(10) VALUE 'MAYA'.
           02 FILLER pic X(10) VALUE 'HADI'.
           02 FILLER pic X(10) VALUE 'RATNA'.
           02 FILLER pic X(10) VALUE 'YUDI'.
           02 FILLER pic X(10) VALUE 'WULAN'.
           02 FILLER pic X(10) VALUE 'BAMBANG'.
           02 FILLER pic X(10) VALUE 'INDAH'.
       01 TABEL-DEPAN REDEFINES DAFTAR-DEPAN.
           02 NAMA-DEPAN pic X(10) OCCURS 16 TIMES.
       01 DAFTAR-BELAKANG.
           02 FILLER pic X(10) VALUE 'SANTOSO'.
           02 FILLER pic X(10) VALUE 'WIJAYA'.
           02 FILLER pic X(10) VALUE 'SAPUTRA'.
           02 FILLER pic X(10) VALUE 'LESTARI'.
           02 FILLER pic X(10) VALUE 'PRATAMA'.
           02 FILLER pic X(10) VALUE 'UTAMI'.
           02 FILLER pic X(10) VALUE 'HIDAYAT'.
           02 FILLER pic X(10) VALUE 'SARI'.
           02 FILLER pic X(10) VALUE 'NUGROHO'.
           02 FILLER pic X(10) VALUE 'ANGGRAENI'.
           02 FILLER pic X(10) VALUE 'FIRMANSYAH'.
           02 FILLER pic X(10) VALUE 'RAHAYU'.
           02 FILLER pic X(10) VALUE 'KUSUMA'.
           02 FILLER pic X(10) VALUE 'PURNOMO'.
           02 FILLER pic X(10) VALUE 'HALIM'.
           02 FILLER pic X(10) VALUE 'SETIAWAN'.
       01 TABEL-BELAKANG REDEFINES DAFTAR-BELAKANG.
           02 NAMA-BELAKANG pic X(10) OCCURS 16 TIMES.
       01 DAFTAR-JALAN.
           02 FILLER pic X(9) VALUE 'MAWAR'.
           02 FILLER pic X(9) VALUE 'MELATI'.
           02 FILLER pic X(9) VALUE 'ANGGREK'.
           02 FILLER pic X(9) VALUE 'KENANGA'.
           02 FILLER pic X(9) VALUE 'CEMPAKA'.
           02 FILLER pic X(9) VALUE 'FLAMBOYAN'.
           02 FILLER pic X(9) VALUE 'DAHLIA'.
           02 FILLER pic X(9) VALUE 'SEROJA'.
           02 FILLER pic X(9) VALUE 'TERATAI'.
           02 FILLER pic X(9) VALUE 'BOUGENVIL'.
       01 TABEL-JALAN REDEFINES DAFTAR-JALAN.
           02 NAMA-JALAN pic X(9) OCCURS 10 TIMES.
       01 DAFTAR-KOTA.
           02 FILLER pic X(9) VALUE 'BANDUNG'.
           02 FILLER pic X(9) VALUE 'BOGOR'.
           02 FILLER pic X(9) VALUE 'DEPOK'.
           02 FILLER pic X(9) VALUE 'BEKASI'.
           02 FILLER pic X(9) VALUE 'CIREBON'.
           02 FILLER pic X(9) VALUE 'GARUT'.
           02 FILLER pic X(9) VALUE 'SUKABUMI'.
           02 FILLER pic X(9) VALUE 'SEMARANG'.
           02 FILLER pic X(9) VALUE 'MALANG'.
           02 FILLER pic X(9) VALUE 'SURAKARTA'.
       01 TABEL-KOTA REDEFINES DAFTAR-KOTA.
           02 NAMA-KOTA pic X(9) OCCURS 10 TIMES.
       01 DAFTAR-AWAL-TELP.
           02 FILLER pic X(4) VALUE '0812'.
           02 FILLER pic X(4) VALUE '0813'.
           02 FILLER pic X(4) VALUE '0821'.
           02 FILLER pic X(4) VALUE '0822'.
           02 FILLER pic X(4) VALUE '0852'.
           02 FILLER pic X(4) VALUE '0857'.
           02 FILLER pic X(4) VALUE '0877'.
           02 FILLER pic X(4) VALUE '0896'.
       01 TABEL-AWAL-TELP REDEFINES DAFTAR-AWAL-TELP.
           02 AWAL-TELP pic X(4) OCCURS 8 TIMES.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'SAMAR'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====SALINAN DATA UJI TERSAMAR=====".
           DISPLAY "AWALAN NAMA FILE UJI (KOSONGKAN = UJI-) : "
               WITH NO ADVANCING.
           ACCEPT AWALAN-UJI.
           IF AWALAN-UJI = SPACES
               MOVE 'UJI-' TO AWALAN-UJI.
           DISPLAY "SANDI OPERATOR DI SALINAN (KOSONGKAN = UJI12345) : "
               WITH NO ADVANCING.
           ACCEPT SANDI-UJI.
           IF SANDI-UJI = SPACES
               MOVE 'UJI12345' TO SANDI-UJI.
           PERFORM SIAPKAN-TABEL THRU SIAPKAN-TABEL-SELESAI.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CLOSE MHS.
           PERFORM CEK-SANDI-UJI THRU CEK-SANDI-UJI-SELESAI.
           IF NOT HASIL-LULUS
               DISPLAY "SANDI UJI SAMA DENGAN SANDI OPERATOR ASLI, "
                   "PILIH SANDI LAIN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           MOVE 0 TO JUMLAH-BENTROK.
           MOVE 0 TO JUMLAH-GAGAL-TULIS.
           DISPLAY "MENGUMPULKAN NILAI ASLI...".
           PERFORM KUMPUL-ASLI THRU KUMPUL-ASLI-SELESAI.
           IF NOT HASIL-LULUS
               DISPLAY "FILE KERJA " ASLI-FILENAME " GAGAL DIBUAT."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "MENYALIN DAN MENYAMARKAN...".
           PERFORM SALIN-MHS THRU SALIN-MHS-SELESAI.
           IF TF-ADA (1) NOT = 'Y'
               CLOSE ASLIIDX
               OPEN OUTPUT ASLIIDX
               CLOSE ASLIIDX
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM SALIN-BIO THRU SALIN-BIO-SELESAI.
           PERFORM SALIN-ALUMNI THRU SALIN-ALUMNI-SELESAI.
           PERFORM SALIN-OPR THRU SALIN-OPR-SELESAI.
           PERFORM SALIN-TAGIHAN THRU SALIN-TAGIHAN-SELESAI.
           PERFORM SALIN-KW THRU SALIN-KW-SELESAI.
           PERFORM SALIN-KRS THRU SALIN-KRS-SELESAI.
           PERFORM SALIN-NILAI THRU SALIN-NILAI-SELESAI.
           PERFORM SALIN-ABSEN THRU SALIN-ABSEN-SELESAI.
           DISPLAY "MEMERIKSA SALINAN...".
           OPEN INPUT MHS.
           OPEN INPUT MHS-U.
           PERFORM UJI-MHS THRU UJI-MHS-SELESAI.
           PERFORM UJI-BIO THRU UJI-BIO-SELESAI.
           PERFORM UJI-ALUMNI THRU UJI-ALUMNI-SELESAI.
           PERFORM UJI-OPR THRU UJI-OPR-SELESAI.
           PERFORM UJI-TAGIHAN THRU UJI-TAGIHAN-SELESAI.
           PERFORM UJI-KW THRU UJI-KW-SELESAI.
           PERFORM UJI-KRS THRU UJI-KRS-SELESAI.
           PERFORM UJI-NILAI THRU UJI-NILAI-SELESAI.
           PERFORM UJI-ABSEN THRU UJI-ABSEN-SELESAI.
           CLOSE MHS.
           CLOSE MHS-U.
           CLOSE ASLIIDX.
           OPEN OUTPUT ASLIIDX.
           CLOSE ASLIIDX.
           PERFORM CETAK-VERIFIKASI THRU CETAK-VERIFIKASI-SELESAI.
           DISPLAY " ".
           DISPLAY "SALINAN UJI DIBUAT DENGAN AWALAN " AWALAN-UJI.
           DISPLAY "LAPORAN VERIFIKASI TERCETAK KE SAMAR.LIS.".
           IF NOT HASIL-LULUS
               DISPLAY "VERIFIKASI GAGAL, SALINAN TIDAK BOLEH DIPAKAI."
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

       SIAPKAN-TABEL.
           INITIALIZE TABEL-FILE.
           MOVE 'DATA.TXT' TO TF-NAMA (1).
           MOVE 'NAMA' TO TF-SAMAR (1).
           MOVE 1 TO TF-JUMLAH-TOTAL (1).
           MOVE 'IPK' TO TF-LABEL (1, 1).
           MOVE 'BIODATA.TXT' TO TF-NAMA (2).
           MOVE 'TGL LAHIR, ALAMAT, TELP, WALI, TELP WALI'
               TO TF-SAMAR (2).
           MOVE 'ALUMNI.TXT' TO TF-NAMA (3).
           MOVE 'NAMA' TO TF-SAMAR (3).
           MOVE 2 TO TF-JUMLAH-TOTAL (3).
           MOVE 'IPK' TO TF-LABEL (3, 1).
           MOVE 'SKS' TO TF-LABEL (3, 2).
           MOVE 'OPERATOR.TXT' TO TF-NAMA (4).
           MOVE 'SANDI' TO TF-SAMAR (4).
           MOVE 1 TO TF-JUMLAH-TOTAL (4).
           MOVE 'LEVEL' TO TF-LABEL (4, 1).
           MOVE 'TAGIHAN.TXT' TO TF-NAMA (5).
           MOVE 'Y' TO TF-CEK-YATIM (5).
           MOVE 3 TO TF-JUMLAH-TOTAL (5).
           MOVE 'TAGIHAN' TO TF-LABEL (5, 1).
           MOVE 'BAYAR' TO TF-LABEL (5, 2).
           MOVE 'POTONGAN' TO TF-LABEL (5, 3).
           MOVE 'KUITANSI.TXT' TO TF-NAMA (6).
           MOVE 2 TO TF-JUMLAH-TOTAL (6).
           MOVE 'JUMLAH' TO TF-LABEL (6, 1).
           MOVE 'SISA' TO TF-LABEL (6, 2).
           MOVE 'KRS.TXT' TO TF-NAMA (7).
           MOVE 'Y' TO TF-CEK-YATIM (7).
           MOVE 1 TO TF-JUMLAH-TOTAL (7).
           MOVE 'SKS' TO TF-LABEL (7, 1).
           MOVE 'NILAI.TXT' TO TF-NAMA (8).
           MOVE 'Y' TO TF-CEK-YATIM (8).
           MOVE 1 TO TF-JUMLAH-TOTAL (8).
           MOVE 'SKS' TO TF-LABEL (8, 1).
           MOVE 'ABSEN.TXT' TO TF-NAMA (9).
           MOVE 'Y' TO TF-CEK-YATIM (9).
           MOVE 1 TO TF-JUMLAH-TOTAL (9).
           MOVE 'HADIR' TO TF-LABEL (9, 1).
           MOVE 0 TO F.
       SIAPKAN-TABEL-NAMA.
           ADD 1 TO F.
           IF F > 9
               GO TO SIAPKAN-TABEL-FILE.
           MOVE 'Y' TO TF-ADA (F).
           STRING AWALAN-UJI DELIMITED BY SPACE
               TF-NAMA (F) DELIMITED BY SPACE
               INTO TF-UJI (F).
           GO TO SIAPKAN-TABEL-NAMA.
       SIAPKAN-TABEL-FILE.
           MOVE TF-UJI (1) TO MHS-UJI-FILENAME.
           MOVE TF-UJI (2) TO BIO-UJI-FILENAME.
           MOVE TF-UJI (3) TO ALUMNI-UJI-FILENAME.
           MOVE TF-UJI (4) TO OPR-UJI-FILENAME.
           MOVE TF-UJI (5) TO TAGIHAN-UJI-FILENAME.
           MOVE TF-UJI (6) TO KW-UJI-FILENAME.
           MOVE TF-UJI (7) TO KRS-UJI-FILENAME.
           MOVE TF-UJI (8) TO NILAI-UJI-FILENAME.
           MOVE TF-UJI (9) TO ABSEN-UJI-FILENAME.
       SIAPKAN-TABEL-SELESAI.
           EXIT.

       CEK-SANDI-UJI.
           MOVE 'Y' TO HASIL-LULUS-YA.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR NOT = "00"
               GO TO CEK-SANDI-UJI-SELESAI.
       CEK-SANDI-UJI-BACA.
           READ OPRFILE NEXT RECORD
               AT END GO TO CEK-SANDI-UJI-TUTUP.
           IF OPR-SANDI = SANDI-UJI
               MOVE 'T' TO HASIL-LULUS-YA.
           GO TO CEK-SANDI-UJI-BACA.
       CEK-SANDI-UJI-TUTUP.
           CLOSE OPRFILE.
       CEK-SANDI-UJI-SELESAI.
           EXIT.

       KUMPUL-ASLI.
           MOVE 'Y' TO HASIL-LULUS-YA.
           MOVE 0 TO JUMLAH-ASLI.
           OPEN OUTPUT ASLIIDX.
           CLOSE ASLIIDX.
           OPEN I-O ASLIIDX.
           IF STATUS-ASLI NOT = "00"
               MOVE 'T' TO HASIL-LULUS-YA
               GO TO KUMPUL-ASLI-SELESAI.
           OPEN INPUT MHS.
       KUMPUL-ASLI-MHS.
           READ MHS NEXT RECORD
               AT END GO TO KUMPUL-ASLI-BIO.
           MOVE 'N' TO ASLI-JENIS.
           MOVE NAMA TO ASLI-NILAI.
           PERFORM SIMPAN-ASLI THRU SIMPAN-ASLI-SELESAI.
           GO TO KUMPUL-ASLI-MHS.
       KUMPUL-ASLI-BIO.
           CLOSE MHS.
           OPEN INPUT BIOFILE.
           IF STATUS-BIO NOT = "00"
               GO TO KUMPUL-ASLI-ALUMNI.
       KUMPUL-ASLI-BIO-BACA.
           READ BIOFILE NEXT RECORD
               AT END
                   CLOSE BIOFILE
                   GO TO KUMPUL-ASLI-ALUMNI.
           MOVE 'A' TO ASLI-JENIS.
           MOVE ALAMAT-B TO ASLI-NILAI.
           PERFORM SIMPAN-ASLI THRU SIMPAN-ASLI-SELESAI.
           MOVE 'T' TO ASLI-JENIS.
           MOVE TELP-B TO ASLI-NILAI.
           PERFORM SIMPAN-ASLI THRU SIMPAN-ASLI-SELESAI.
           MOVE TELP-WALI-B TO ASLI-NILAI.
           PERFORM SIMPAN-ASLI THRU SIMPAN-ASLI-SELESAI.
           MOVE 'N' TO ASLI-JENIS.
           MOVE WALI-B TO ASLI-NILAI.
           PERFORM SIMPAN-ASLI THRU SIMPAN-ASLI-SELESAI.
           GO TO KUMPUL-ASLI-BIO-BACA.
       KUMPUL-ASLI-ALUMNI.
           OPEN INPUT ALUMNI.
           IF STATUS-ALUMNI NOT = "00"
               GO TO KUMPUL-ASLI-SELESAI.
       KUMPUL-ASLI-ALUMNI-BACA.
           READ ALUMNI NEXT RECORD
               AT END
                   CLOSE ALUMNI
                   GO TO KUMPUL-ASLI-SELESAI.
           MOVE 'N' TO ASLI-JENIS.
           MOVE NAMA-A TO ASLI-NILAI.
           PERFORM SIMPAN-ASLI THRU SIMPAN-ASLI-SELESAI.
           GO TO KUMPUL-ASLI-ALUMNI-BACA.
       KUMPUL-ASLI-SELESAI.
           EXIT.

       SIMPAN-ASLI.
           IF ASLI-NILAI = SPACES
               GO TO SIMPAN-ASLI-SELESAI.
           WRITE RECASLI
               INVALID KEY GO TO SIMPAN-ASLI-SELESAI.
           ADD 1 TO JUMLAH-ASLI.
       SIMPAN-ASLI-SELESAI.
           EXIT.

       SALIN-MHS.
           OPEN INPUT MHS.
           OPEN OUTPUT MHS-U.
           IF STATUS-SALAH-U NOT = "00"
               DISPLAY "FILE " MHS-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE MHS
               MOVE 'T' TO TF-ADA (1)
               GO TO SALIN-MHS-SELESAI.
       SALIN-MHS-BACA.
           READ MHS NEXT RECORD
               AT END GO TO SALIN-MHS-TUTUP.
           ADD 1 TO TF-ASLI (1).
           ADD IPK TO TF-T-ASLI (1, 1).
           MOVE RECMHS TO RECMHS-U.
           MOVE NPM TO NPM-HASH.
           PERFORM HITUNG-HASH THRU HITUNG-HASH-SELESAI.
           IF NAMA NOT = SPACES
               MOVE 'N' TO JENIS-PALSU
               MOVE 1 TO SALT-PALSU
               PERFORM BUAT-PALSU THRU BUAT-PALSU-SELESAI
               MOVE CALON TO NAMA-U.
           WRITE RECMHS-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-MHS-BACA.
       SALIN-MHS-TUTUP.
           CLOSE MHS.
           CLOSE MHS-U.
       SALIN-MHS-SELESAI.
           EXIT.

       SALIN-BIO.
           OPEN INPUT BIOFILE.
           IF STATUS-BIO NOT = "00"
               MOVE 'T' TO TF-ADA (2)
               GO TO SALIN-BIO-SELESAI.
           OPEN OUTPUT BIOFILE-U.
           IF STATUS-BIO-U NOT = "00"
               DISPLAY "FILE " BIO-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE BIOFILE
               MOVE 'T' TO TF-ADA (2)
               GO TO SALIN-BIO-SELESAI.
       SALIN-BIO-BACA.
           READ BIOFILE NEXT RECORD
               AT END GO TO SALIN-BIO-TUTUP.
           ADD 1 TO TF-ASLI (2).
           MOVE RECBIO TO RECBIO-U.
           MOVE NPM-B TO NPM-HASH.
           PERFORM HITUNG-HASH THRU HITUNG-HASH-SELESAI.
           MOVE TGL-LAHIR-B TO TGL-ASLI.
           PERFORM BUAT-TGL THRU BUAT-TGL-SELESAI.
           MOVE TGL-PALSU TO TGL-LAHIR-BU.
           IF ALAMAT-B NOT = SPACES
               MOVE 'A' TO JENIS-PALSU
               MOVE 3 TO SALT-PALSU
               PERFORM BUAT-PALSU THRU BUAT-PALSU-SELESAI
               MOVE CALON TO ALAMAT-BU.
           IF TELP-B NOT = SPACES
               MOVE 'T' TO JENIS-PALSU
               MOVE 4 TO SALT-PALSU
               PERFORM BUAT-PALSU THRU BUAT-PALSU-SELESAI
               MOVE CALON TO TELP-BU.
           IF WALI-B NOT = SPACES
               MOVE 'N' TO JENIS-PALSU
               MOVE 2 TO SALT-PALSU
               PERFORM BUAT-PALSU THRU BUAT-PALSU-SELESAI
               MOVE CALON TO WALI-BU.
           IF TELP-WALI-B NOT = SPACES
               MOVE 'T' TO JENIS-PALSU
               MOVE 5 TO SALT-PALSU
               PERFORM BUAT-PALSU THRU BUAT-PALSU-SELESAI
               MOVE CALON TO TELP-WALI-BU.
           WRITE RECBIO-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-BIO-BACA.
       SALIN-BIO-TUTUP.
           CLOSE BIOFILE.
           CLOSE BIOFILE-U.
       SALIN-BIO-SELESAI.
           EXIT.

       SALIN-ALUMNI.
           OPEN INPUT ALUMNI.
           IF STATUS-ALUMNI NOT = "00"
               MOVE 'T' TO TF-ADA (3)
               GO TO SALIN-ALUMNI-SELESAI.
           OPEN OUTPUT ALUMNI-U.
           IF STATUS-ALUMNI-U NOT = "00"
               DISPLAY "FILE " ALUMNI-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE ALUMNI
               MOVE 'T' TO TF-ADA (3)
               GO TO SALIN-ALUMNI-SELESAI.
       SALIN-ALUMNI-BACA.
           READ ALUMNI NEXT RECORD
               AT END GO TO SALIN-ALUMNI-TUTUP.
           ADD 1 TO TF-ASLI (3).
           ADD IPK-A TO TF-T-ASLI (3, 1).
           ADD SKS-A TO TF-T-ASLI (3, 2).
           MOVE RECALUMNI TO RECALUMNI-U.
           MOVE NPM-A TO NPM-HASH.
           PERFORM HITUNG-HASH THRU HITUNG-HASH-SELESAI.
           IF NAMA-A NOT = SPACES
               MOVE 'N' TO JENIS-PALSU
               MOVE 1 TO SALT-PALSU
               PERFORM BUAT-PALSU THRU BUAT-PALSU-SELESAI
               MOVE CALON TO NAMA-AU.
           WRITE RECALUMNI-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-ALUMNI-BACA.
       SALIN-ALUMNI-TUTUP.
           CLOSE ALUMNI.
           CLOSE ALUMNI-U.
       SALIN-ALUMNI-SELESAI.
           EXIT.

       SALIN-OPR.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR NOT = "00"
               MOVE 'T' TO TF-ADA (4)
               GO TO SALIN-OPR-SELESAI.
           OPEN OUTPUT OPRFILE-U.
           IF STATUS-OPR-U NOT = "00"
               DISPLAY "FILE " OPR-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE OPRFILE
               MOVE 'T' TO TF-ADA (4)
               GO TO SALIN-OPR-SELESAI.
       SALIN-OPR-BACA.
           READ OPRFILE NEXT RECORD
               AT END GO TO SALIN-OPR-TUTUP.
           ADD 1 TO TF-ASLI (4).
           ADD OPR-LEVEL TO TF-T-ASLI (4, 1).
           MOVE RECOPR TO RECOPR-U.
           MOVE SANDI-UJI TO OPR-SANDI-U.
           WRITE RECOPR-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-OPR-BACA.
       SALIN-OPR-TUTUP.
           CLOSE OPRFILE.
           CLOSE OPRFILE-U.
       SALIN-OPR-SELESAI.
           EXIT.

       SALIN-TAGIHAN.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               MOVE 'T' TO TF-ADA (5)
               GO TO SALIN-TAGIHAN-SELESAI.
           OPEN OUTPUT TAGIHAN-U.
           IF STATUS-TAGIHAN-U NOT = "00"
               DISPLAY "FILE " TAGIHAN-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE TAGIHAN
               MOVE 'T' TO TF-ADA (5)
               GO TO SALIN-TAGIHAN-SELESAI.
       SALIN-TAGIHAN-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO SALIN-TAGIHAN-TUTUP.
           ADD 1 TO TF-ASLI (5).
           ADD TAGIHAN-G TO TF-T-ASLI (5, 1).
           ADD BAYAR-G TO TF-T-ASLI (5, 2).
           ADD POTONGAN-G TO TF-T-ASLI (5, 3).
           MOVE RECTAGIHAN TO RECTAGIHAN-U.
           WRITE RECTAGIHAN-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-TAGIHAN-BACA.
       SALIN-TAGIHAN-TUTUP.
           CLOSE TAGIHAN.
           CLOSE TAGIHAN-U.
       SALIN-TAGIHAN-SELESAI.
           EXIT.

       SALIN-KW.
           OPEN INPUT KWFILE.
           IF STATUS-KW NOT = "00"
               MOVE 'T' TO TF-ADA (6)
               GO TO SALIN-KW-SELESAI.
           OPEN OUTPUT KWFILE-U.
           IF STATUS-KW-U NOT = "00"
               DISPLAY "FILE " KW-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE KWFILE
               MOVE 'T' TO TF-ADA (6)
               GO TO SALIN-KW-SELESAI.
       SALIN-KW-BACA.
           READ KWFILE NEXT RECORD
               AT END GO TO SALIN-KW-TUTUP.
           ADD 1 TO TF-ASLI (6).
           ADD JUMLAH-KW TO TF-T-ASLI (6, 1).
           ADD SISA-KW TO TF-T-ASLI (6, 2).
           MOVE RECKW TO RECKW-U.
           WRITE RECKW-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-KW-BACA.
       SALIN-KW-TUTUP.
           CLOSE KWFILE.
           CLOSE KWFILE-U.
       SALIN-KW-SELESAI.
           EXIT.

       SALIN-KRS.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               MOVE 'T' TO TF-ADA (7)
               GO TO SALIN-KRS-SELESAI.
           OPEN OUTPUT KRSFILE-U.
           IF STATUS-KRS-U NOT = "00"
               DISPLAY "FILE " KRS-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE KRSFILE
               MOVE 'T' TO TF-ADA (7)
               GO TO SALIN-KRS-SELESAI.
       SALIN-KRS-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO SALIN-KRS-TUTUP.
           ADD 1 TO TF-ASLI (7).
           ADD SKS-K TO TF-T-ASLI (7, 1).
           MOVE RECKRS TO RECKRS-U.
           WRITE RECKRS-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-KRS-BACA.
       SALIN-KRS-TUTUP.
           CLOSE KRSFILE.
           CLOSE KRSFILE-U.
       SALIN-KRS-SELESAI.
           EXIT.

       SALIN-NILAI.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               MOVE 'T' TO TF-ADA (8)
               GO TO SALIN-NILAI-SELESAI.
           OPEN OUTPUT NILAIFILE-U.
           IF STATUS-NILAI-U NOT = "00"
               DISPLAY "FILE " NILAI-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE NILAIFILE
               MOVE 'T' TO TF-ADA (8)
               GO TO SALIN-NILAI-SELESAI.
       SALIN-NILAI-BACA.
           READ NILAIFILE NEXT RECORD
               AT END GO TO SALIN-NILAI-TUTUP.
           ADD 1 TO TF-ASLI (8).
           ADD SKS-N TO TF-T-ASLI (8, 1).
           MOVE RECNILAI TO RECNILAI-U.
           WRITE RECNILAI-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-NILAI-BACA.
       SALIN-NILAI-TUTUP.
           CLOSE NILAIFILE.
           CLOSE NILAIFILE-U.
       SALIN-NILAI-SELESAI.
           EXIT.

       SALIN-ABSEN.
           OPEN INPUT ABSEN.
           IF STATUS-ABSEN NOT = "00"
               MOVE 'T' TO TF-ADA (9)
               GO TO SALIN-ABSEN-SELESAI.
           OPEN OUTPUT ABSEN-U.
           IF STATUS-ABSEN-U NOT = "00"
               DISPLAY "FILE " ABSEN-UJI-FILENAME " GAGAL DIBUAT."
               CLOSE ABSEN
               MOVE 'T' TO TF-ADA (9)
               GO TO SALIN-ABSEN-SELESAI.
       SALIN-ABSEN-BACA.
           READ ABSEN NEXT RECORD
               AT END GO TO SALIN-ABSEN-TUTUP.
           ADD 1 TO TF-ASLI (9).
           IF HADIR-AB = 'H'
               ADD 1 TO TF-T-ASLI (9, 1).
           MOVE RECABSEN TO RECABSEN-U.
           WRITE RECABSEN-U
               INVALID KEY ADD 1 TO JUMLAH-GAGAL-TULIS.
           GO TO SALIN-ABSEN-BACA.
       SALIN-ABSEN-TUTUP.
           CLOSE ABSEN.
           CLOSE ABSEN-U.
       SALIN-ABSEN-SELESAI.
           EXIT.

       HITUNG-HASH.
           MOVE 0 TO HASH-NPM.
           MOVE 0 TO J.
       HITUNG-HASH-ULANG.
           ADD 1 TO J.
           IF J > 14
               GO TO HITUNG-HASH-SELESAI.
           MOVE NPM-HASH (J:1) TO HURUF-1.
           IF HURUF-1 = SPACE
               GO TO HITUNG-HASH-ULANG.
           MOVE 0 TO POSISI.
           INSPECT ABJAD TALLYING POSISI
               FOR CHARACTERS BEFORE INITIAL HURUF-1.
           COMPUTE KERJA = HASH-NPM * 37 + POSISI + 1.
           DIVIDE KERJA BY 99999989 GIVING BUANG REMAINDER HASH-NPM.
           GO TO HITUNG-HASH-ULANG.
       HITUNG-HASH-SELESAI.
           EXIT.

       BUAT-PALSU.
           MOVE 0 TO PERCOBAAN.
       BUAT-PALSU-ULANG.
           COMPUTE BENIH = HASH-NPM + SALT-PALSU * 7919
               + PERCOBAAN * 104729.
           IF BENIH = 0
               MOVE 12345 TO BENIH.
           MOVE SPACES TO CALON.
           IF JENIS-PALSU = 'N'
               PERFORM CALON-NAMA.
           IF JENIS-PALSU = 'A'
               PERFORM CALON-ALAMAT.
           IF JENIS-PALSU = 'T'
               PERFORM CALON-TELP.
           MOVE JENIS-PALSU TO ASLI-JENIS.
           MOVE CALON TO ASLI-NILAI.
           READ ASLIIDX
               INVALID KEY GO TO BUAT-PALSU-SELESAI.
           ADD 1 TO PERCOBAAN.
           IF PERCOBAAN < 20
               GO TO BUAT-PALSU-ULANG.
           ADD 1 TO JUMLAH-BENTROK.
       BUAT-PALSU-SELESAI.
           EXIT.

       CALON-NAMA.
           MOVE 16 TO ACAK-BATAS.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING PILIH-DEPAN.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING PILIH-BELAKANG.
           STRING NAMA-DEPAN (PILIH-DEPAN) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NAMA-BELAKANG (PILIH-BELAKANG) DELIMITED BY SPACE
               INTO CALON.

       CALON-ALAMAT.
           MOVE 10 TO ACAK-BATAS.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING PILIH-JALAN.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING PILIH-KOTA.
           MOVE 99 TO ACAK-BATAS.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING NOMOR-RUMAH.
           STRING "JL. " DELIMITED BY SIZE
               NAMA-JALAN (PILIH-JALAN) DELIMITED BY SPACE
               " NO. " DELIMITED BY SIZE
               NOMOR-RUMAH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-KOTA (PILIH-KOTA) DELIMITED BY SPACE
               INTO CALON.

       CALON-TELP.
           MOVE 8 TO ACAK-BATAS.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING PILIH-AWAL.
           MOVE 9999 TO ACAK-BATAS.
           PERFORM ACAK.
           MOVE ACAK-HASIL TO NOMOR-1.
           PERFORM ACAK.
           MOVE ACAK-HASIL TO NOMOR-2.
           STRING AWAL-TELP (PILIH-AWAL) DELIMITED BY SIZE
               NOMOR-1 DELIMITED BY SIZE
               NOMOR-2 DELIMITED BY SIZE
               INTO CALON.

       BUAT-TGL.
           MOVE TGL-ASLI TO TGL-PALSU.
           IF TGL-ASLI = SPACES
               GO TO BUAT-TGL-SELESAI.
           MOVE TGL-ASLI (1:4) TO TAHUN-PALSU.
           IF TAHUN-PALSU IS NOT NUMERIC
               MOVE '2000' TO TAHUN-PALSU.
           COMPUTE BENIH = HASH-NPM + 6 * 7919.
           IF BENIH = 0
               MOVE 12345 TO BENIH.
           MOVE 12 TO ACAK-BATAS.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING BULAN-PALSU.
           MOVE 28 TO ACAK-BATAS.
           PERFORM ACAK.
           ADD 1 TO ACAK-HASIL GIVING HARI-PALSU.
           IF TGL-PALSU = TGL-ASLI AND HARI-PALSU = 28
               MOVE 1 TO HARI-PALSU
               GO TO BUAT-TGL-SELESAI.
           IF TGL-PALSU = TGL-ASLI
               ADD 1 TO HARI-PALSU.
       BUAT-TGL-SELESAI.
           EXIT.

       ACAK.
           COMPUTE KERJA = BENIH * 1103515 + 12345.
           DIVIDE KERJA BY 100000000 GIVING BUANG REMAINDER BENIH.
           DIVIDE BENIH BY 1000 GIVING BUANG.
           DIVIDE BUANG BY ACAK-BATAS GIVING KERJA
               REMAINDER ACAK-HASIL.

       CEK-SISA.
           IF CALON = SPACES
               GO TO CEK-SISA-SELESAI.
           MOVE JENIS-PALSU TO ASLI-JENIS.
           MOVE CALON TO ASLI-NILAI.
           READ ASLIIDX
               INVALID KEY GO TO CEK-SISA-SELESAI.
           ADD 1 TO TF-SISA (F).
       CEK-SISA-SELESAI.
           EXIT.

       CARI-NPM-ASLI.
           MOVE 'T' TO ADA-NPM-YA.
           MOVE NPM-CARI TO NPM.
           MOVE LOW-VALUES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO CARI-NPM-ASLI-SELESAI.
           READ MHS NEXT RECORD
               AT END GO TO CARI-NPM-ASLI-SELESAI.
           IF NPM = NPM-CARI
               MOVE 'Y' TO ADA-NPM-YA.
       CARI-NPM-ASLI-SELESAI.
           EXIT.

       CARI-NPM-UJI.
           MOVE 'T' TO ADA-NPM-YA.
           MOVE NPM-CARI TO NPM-U.
           MOVE LOW-VALUES TO SEMESTER-U.
           START MHS-U KEY NOT < MHS-KUNCI-U
               INVALID KEY GO TO CARI-NPM-UJI-SELESAI.
           READ MHS-U NEXT RECORD
               AT END GO TO CARI-NPM-UJI-SELESAI.
           IF NPM-U = NPM-CARI
               MOVE 'Y' TO ADA-NPM-YA.
       CARI-NPM-UJI-SELESAI.
           EXIT.

       CEK-YATIM.
           PERFORM CARI-NPM-ASLI THRU CARI-NPM-ASLI-SELESAI.
           IF NOT ADA-NPM
               ADD 1 TO TF-YATIM-ASLI (F).
           PERFORM CARI-NPM-UJI THRU CARI-NPM-UJI-SELESAI.
           IF NOT ADA-NPM
               ADD 1 TO TF-YATIM-UJI (F).

       UJI-MHS.
           MOVE 1 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-MHS-SELESAI.
           MOVE LOW-VALUES TO MHS-KUNCI-U.
           START MHS-U KEY NOT < MHS-KUNCI-U
               INVALID KEY GO TO UJI-MHS-SELESAI.
       UJI-MHS-BACA.
           READ MHS-U NEXT RECORD
               AT END GO TO UJI-MHS-SELESAI.
           ADD 1 TO TF-HASIL (F).
           ADD IPK-U TO TF-T-UJI (F, 1).
           MOVE MHS-KUNCI-U TO MHS-KUNCI.
           READ MHS
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-MHS-BACA.
           IF NAMA-U NOT = SPACES AND NAMA-U = NAMA
               ADD 1 TO TF-SAMA (F).
           MOVE 'N' TO JENIS-PALSU.
           MOVE NAMA-U TO CALON.
           PERFORM CEK-SISA THRU CEK-SISA-SELESAI.
           GO TO UJI-MHS-BACA.
       UJI-MHS-SELESAI.
           EXIT.

       UJI-BIO.
           MOVE 2 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-BIO-SELESAI.
           OPEN INPUT BIOFILE.
           OPEN INPUT BIOFILE-U.
       UJI-BIO-BACA.
           READ BIOFILE-U NEXT RECORD
               AT END GO TO UJI-BIO-TUTUP.
           ADD 1 TO TF-HASIL (F).
           MOVE NPM-BU TO NPM-B.
           READ BIOFILE
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-BIO-BACA.
           IF TGL-LAHIR-BU NOT = SPACES AND TGL-LAHIR-BU = TGL-LAHIR-B
               ADD 1 TO TF-SAMA (F).
           IF ALAMAT-BU NOT = SPACES AND ALAMAT-BU = ALAMAT-B
               ADD 1 TO TF-SAMA (F).
           IF TELP-BU NOT = SPACES AND TELP-BU = TELP-B
               ADD 1 TO TF-SAMA (F).
           IF WALI-BU NOT = SPACES AND WALI-BU = WALI-B
               ADD 1 TO TF-SAMA (F).
           IF TELP-WALI-BU NOT = SPACES AND TELP-WALI-BU = TELP-WALI-B
               ADD 1 TO TF-SAMA (F).
           MOVE 'A' TO JENIS-PALSU.
           MOVE ALAMAT-BU TO CALON.
           PERFORM CEK-SISA THRU CEK-SISA-SELESAI.
           MOVE 'T' TO JENIS-PALSU.
           MOVE TELP-BU TO CALON.
           PERFORM CEK-SISA THRU CEK-SISA-SELESAI.
           MOVE TELP-WALI-BU TO CALON.
           PERFORM CEK-SISA THRU CEK-SISA-SELESAI.
           MOVE 'N' TO JENIS-PALSU.
           MOVE WALI-BU TO CALON.
           PERFORM CEK-SISA THRU CEK-SISA-SELESAI.
           GO TO UJI-BIO-BACA.
       UJI-BIO-TUTUP.
           CLOSE BIOFILE.
           CLOSE BIOFILE-U.
       UJI-BIO-SELESAI.
           EXIT.

       UJI-ALUMNI.
           MOVE 3 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-ALUMNI-SELESAI.
           OPEN INPUT ALUMNI.
           OPEN INPUT ALUMNI-U.
       UJI-ALUMNI-BACA.
           READ ALUMNI-U NEXT RECORD
               AT END GO TO UJI-ALUMNI-TUTUP.
           ADD 1 TO TF-HASIL (F).
           ADD IPK-AU TO TF-T-UJI (F, 1).
           ADD SKS-AU TO TF-T-UJI (F, 2).
           MOVE NPM-AU TO NPM-A.
           READ ALUMNI
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-ALUMNI-BACA.
           IF NAMA-AU NOT = SPACES AND NAMA-AU = NAMA-A
               ADD 1 TO TF-SAMA (F).
           MOVE 'N' TO JENIS-PALSU.
           MOVE NAMA-AU TO CALON.
           PERFORM CEK-SISA THRU CEK-SISA-SELESAI.
           GO TO UJI-ALUMNI-BACA.
       UJI-ALUMNI-TUTUP.
           CLOSE ALUMNI.
           CLOSE ALUMNI-U.
       UJI-ALUMNI-SELESAI.
           EXIT.

       UJI-OPR.
           MOVE 4 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-OPR-SELESAI.
           OPEN INPUT OPRFILE.
           OPEN INPUT OPRFILE-U.
       UJI-OPR-BACA.
           READ OPRFILE-U NEXT RECORD
               AT END GO TO UJI-OPR-TUTUP.
           ADD 1 TO TF-HASIL (F).
           ADD OPR-LEVEL-U TO TF-T-UJI (F, 1).
           MOVE OPR-ID-U TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-OPR-BACA.
           IF OPR-SANDI-U = OPR-SANDI
               ADD 1 TO TF-SAMA (F).
           GO TO UJI-OPR-BACA.
       UJI-OPR-TUTUP.
           CLOSE OPRFILE.
           CLOSE OPRFILE-U.
       UJI-OPR-SELESAI.
           EXIT.

       UJI-TAGIHAN.
           MOVE 5 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-TAGIHAN-SELESAI.
           OPEN INPUT TAGIHAN.
           OPEN INPUT TAGIHAN-U.
       UJI-TAGIHAN-BACA.
           READ TAGIHAN-U NEXT RECORD
               AT END GO TO UJI-TAGIHAN-TUTUP.
           ADD 1 TO TF-HASIL (F).
           ADD TAGIHAN-GU TO TF-T-UJI (F, 1).
           ADD BAYAR-GU TO TF-T-UJI (F, 2).
           ADD POTONGAN-GU TO TF-T-UJI (F, 3).
           MOVE TAGIHAN-KUNCI-U TO TAGIHAN-KUNCI.
           READ TAGIHAN
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-TAGIHAN-BACA.
           MOVE NPM-GU TO NPM-CARI.
           PERFORM CEK-YATIM.
           GO TO UJI-TAGIHAN-BACA.
       UJI-TAGIHAN-TUTUP.
           CLOSE TAGIHAN.
           CLOSE TAGIHAN-U.
       UJI-TAGIHAN-SELESAI.
           EXIT.

       UJI-KW.
           MOVE 6 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-KW-SELESAI.
           OPEN INPUT KWFILE.
           OPEN INPUT KWFILE-U.
       UJI-KW-BACA.
           READ KWFILE-U NEXT RECORD
               AT END GO TO UJI-KW-TUTUP.
           ADD 1 TO TF-HASIL (F).
           ADD JUMLAH-KWU TO TF-T-UJI (F, 1).
           ADD SISA-KWU TO TF-T-UJI (F, 2).
           MOVE NOMOR-KWU TO NOMOR-KW.
           READ KWFILE
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-KW-BACA.
           GO TO UJI-KW-BACA.
       UJI-KW-TUTUP.
           CLOSE KWFILE.
           CLOSE KWFILE-U.
       UJI-KW-SELESAI.
           EXIT.

       UJI-KRS.
           MOVE 7 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-KRS-SELESAI.
           OPEN INPUT KRSFILE.
           OPEN INPUT KRSFILE-U.
       UJI-KRS-BACA.
           READ KRSFILE-U NEXT RECORD
               AT END GO TO UJI-KRS-TUTUP.
           ADD 1 TO TF-HASIL (F).
           ADD SKS-KU TO TF-T-UJI (F, 1).
           MOVE KRS-KUNCI-U TO KRS-KUNCI.
           READ KRSFILE
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-KRS-BACA.
           MOVE NPM-KU TO NPM-CARI.
           PERFORM CEK-YATIM.
           GO TO UJI-KRS-BACA.
       UJI-KRS-TUTUP.
           CLOSE KRSFILE.
           CLOSE KRSFILE-U.
       UJI-KRS-SELESAI.
           EXIT.

       UJI-NILAI.
           MOVE 8 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-NILAI-SELESAI.
           OPEN INPUT NILAIFILE.
           OPEN INPUT NILAIFILE-U.
       UJI-NILAI-BACA.
           READ NILAIFILE-U NEXT RECORD
               AT END GO TO UJI-NILAI-TUTUP.
           ADD 1 TO TF-HASIL (F).
           ADD SKS-NU TO TF-T-UJI (F, 1).
           MOVE NILAI-KUNCI-U TO NILAI-KUNCI.
           READ NILAIFILE
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-NILAI-BACA.
           MOVE NPM-NU TO NPM-CARI.
           PERFORM CEK-YATIM.
           GO TO UJI-NILAI-BACA.
       UJI-NILAI-TUTUP.
           CLOSE NILAIFILE.
           CLOSE NILAIFILE-U.
       UJI-NILAI-SELESAI.
           EXIT.

       UJI-ABSEN.
           MOVE 9 TO F.
           IF TF-ADA (F) NOT = 'Y'
               GO TO UJI-ABSEN-SELESAI.
           OPEN INPUT ABSEN.
           OPEN INPUT ABSEN-U.
       UJI-ABSEN-BACA.
           READ ABSEN-U NEXT RECORD
               AT END GO TO UJI-ABSEN-TUTUP.
           ADD 1 TO TF-HASIL (F).
           IF HADIR-ABU = 'H'
               ADD 1 TO TF-T-UJI (F, 1).
           MOVE ABSEN-KUNCI-U TO ABSEN-KUNCI.
           READ ABSEN
               INVALID KEY
                   ADD 1 TO TF-HILANG (F)
                   GO TO UJI-ABSEN-BACA.
           MOVE NPM-ABU TO NPM-CARI.
           PERFORM CEK-YATIM.
           GO TO UJI-ABSEN-BACA.
       UJI-ABSEN-TUTUP.
           CLOSE ABSEN.
           CLOSE ABSEN-U.
       UJI-ABSEN-SELESAI.
           EXIT.

       CETAK-VERIFIKASI.
           MOVE 'Y' TO HASIL-LULUS-YA.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "VERIFIKASI SALINAN DATA UJI TERSAMAR  TANGGAL : "
               DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "AWALAN FILE UJI : " DELIMITED BY SIZE
               AWALAN-UJI DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               "==============================" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO BARIS-CEK.
           MOVE "URAIAN" TO BC-URAIAN.
           MOVE "            ASLI" TO BC-ASLI.
           MOVE "             UJI" TO BC-UJI.
           MOVE "HASIL" TO BC-HASIL.
           WRITE LAP2-LINE FROM BARIS-CEK.
           MOVE 0 TO F.
       CETAK-VERIFIKASI-FILE.
           ADD 1 TO F.
           IF F > 9
               GO TO CETAK-VERIFIKASI-AKHIR.
           PERFORM CETAK-BLOK THRU CETAK-BLOK-SELESAI.
           GO TO CETAK-VERIFIKASI-FILE.
       CETAK-VERIFIKASI-AKHIR.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE JUMLAH-ASLI TO ANGKA-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "NILAI ASLI BERBEDA YANG DIPERIKSA  : "
               DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE JUMLAH-BENTROK TO ANGKA-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "NILAI PALSU GAGAL DIBEDAKAN        : "
               DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE JUMLAH-GAGAL-TULIS TO ANGKA-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "REKAMAN GAGAL DITULIS KE SALINAN   : "
               DELIMITED BY SIZE
               ANGKA-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           IF JUMLAH-GAGAL-TULIS > 0
               MOVE 'T' TO HASIL-LULUS-YA.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           IF HASIL-LULUS
               STRING "HASIL VERIFIKASI : LULUS, TIDAK ADA NILAI ASLI "
                   "TERSISA" DELIMITED BY SIZE
                   INTO LAP2-LINE
           ELSE
               STRING "HASIL VERIFIKASI : GAGAL, SALINAN TIDAK BOLEH "
                   "DIPAKAI" DELIMITED BY SIZE
                   INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'SAMAR.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
       CETAK-VERIFIKASI-SELESAI.
           EXIT.

       CETAK-BLOK.
           MOVE 'Y' TO FILE-LULUS-YA.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           IF TF-ADA (F) NOT = 'Y'
               STRING TF-NAMA (F) DELIMITED BY SPACE
                   " : TIDAK ADA ATAU GAGAL DISALIN" DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE
               GO TO CETAK-BLOK-SELESAI.
           STRING TF-NAMA (F) DELIMITED BY SPACE
               " -> " DELIMITED BY SIZE
               TF-UJI (F) DELIMITED BY SPACE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           IF TF-SAMAR (F) NOT = SPACES
               MOVE SPACES TO LAP2-LINE
               STRING "  DISAMARKAN : " DELIMITED BY SIZE
                   TF-SAMAR (F) DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
           MOVE SPACES TO BARIS-CEK.
           MOVE "  JUMLAH REKAM" TO BC-URAIAN.
           MOVE TF-ASLI (F) TO ANGKA-ED.
           MOVE ANGKA-ED TO BC-ASLI.
           MOVE TF-HASIL (F) TO ANGKA-ED.
           MOVE ANGKA-ED TO BC-UJI.
           MOVE "SAMA" TO BC-HASIL.
           IF TF-ASLI (F) NOT = TF-HASIL (F)
               MOVE "BEDA" TO BC-HASIL
               MOVE 'T' TO FILE-LULUS-YA.
           WRITE LAP2-LINE FROM BARIS-CEK.
           MOVE 0 TO T.
       CETAK-BLOK-TOTAL.
           ADD 1 TO T.
           IF T > TF-JUMLAH-TOTAL (F)
               GO TO CETAK-BLOK-CEK.
           MOVE SPACES TO BARIS-CEK.
           STRING "  TOTAL " DELIMITED BY SIZE
               TF-LABEL (F, T) DELIMITED BY SPACE
               INTO BC-URAIAN.
           MOVE TF-T-ASLI (F, T) TO TOTAL-ED.
           MOVE TOTAL-ED TO BC-ASLI.
           MOVE TF-T-UJI (F, T) TO TOTAL-ED.
           MOVE TOTAL-ED TO BC-UJI.
           MOVE "SAMA" TO BC-HASIL.
           IF TF-T-ASLI (F, T) NOT = TF-T-UJI (F, T)
               MOVE "BEDA" TO BC-HASIL
               MOVE 'T' TO FILE-LULUS-YA.
           WRITE LAP2-LINE FROM BARIS-CEK.
           GO TO CETAK-BLOK-TOTAL.
       CETAK-BLOK-CEK.
           MOVE SPACES TO BARIS-CEK.
           MOVE "  KUNCI TIDAK ADA DI ASLI" TO BC-URAIAN.
           MOVE TF-HILANG (F) TO ANGKA-ED.
           MOVE ANGKA-ED TO BC-UJI.
           MOVE "OK" TO BC-HASIL.
           IF TF-HILANG (F) > 0
               MOVE "GAGAL" TO BC-HASIL
               MOVE 'T' TO FILE-LULUS-YA.
           WRITE LAP2-LINE FROM BARIS-CEK.
           IF TF-SAMAR (F) = SPACES
               GO TO CETAK-BLOK-YATIM.
           MOVE SPACES TO BARIS-CEK.
           MOVE "  KOLOM MASIH SAMA DENGAN ASLI" TO BC-URAIAN.
           MOVE TF-SAMA (F) TO ANGKA-ED.
           MOVE ANGKA-ED TO BC-UJI.
           MOVE "OK" TO BC-HASIL.
           IF TF-SAMA (F) > 0
               MOVE "GAGAL" TO BC-HASIL
               MOVE 'T' TO FILE-LULUS-YA.
           WRITE LAP2-LINE FROM BARIS-CEK.
           IF F = 4
               GO TO CETAK-BLOK-YATIM.
           MOVE SPACES TO BARIS-CEK.
           MOVE "  NILAI ASLI MANAPUN TERSISA" TO BC-URAIAN.
           MOVE TF-SISA (F) TO ANGKA-ED.
           MOVE ANGKA-ED TO BC-UJI.
           MOVE "OK" TO BC-HASIL.
           IF TF-SISA (F) > 0
               MOVE "GAGAL" TO BC-HASIL
               MOVE 'T' TO FILE-LULUS-YA.
           WRITE LAP2-LINE FROM BARIS-CEK.
       CETAK-BLOK-YATIM.
           IF TF-CEK-YATIM (F) NOT = 'Y'
               GO TO CETAK-BLOK-HASIL.
           MOVE SPACES TO BARIS-CEK.
           MOVE "  NPM TANPA DATA MAHASISWA" TO BC-URAIAN.
           MOVE TF-YATIM-ASLI (F) TO ANGKA-ED.
           MOVE ANGKA-ED TO BC-ASLI.
           MOVE TF-YATIM-UJI (F) TO ANGKA-ED.
           MOVE ANGKA-ED TO BC-UJI.
           MOVE "SAMA" TO BC-HASIL.
           IF TF-YATIM-ASLI (F) NOT = TF-YATIM-UJI (F)
               MOVE "BEDA" TO BC-HASIL
               MOVE 'T' TO FILE-LULUS-YA.
           WRITE LAP2-LINE FROM BARIS-CEK.
       CETAK-BLOK-HASIL.
           MOVE SPACES TO LAP2-LINE.
           IF FILE-LULUS
               MOVE "  STATUS FILE : LULUS" TO LAP2-LINE
           ELSE
               MOVE "  STATUS FILE : GAGAL" TO LAP2-LINE
               MOVE 'T' TO HASIL-LULUS-YA.
           WRITE LAP2-LINE.
       CETAK-BLOK-SELESAI.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFISI.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFQ ASSIGN TO NOTIF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-KUNCI
           ALTERNATE RECORD KEY IS NO-NT
           FILE STATUS IS STATUS-NOTIF.
           SELECT NOTIFCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CTL.
           SELECT NOTIFTPL ASSIGN TO TPL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPL-KUNCI
           FILE STATUS IS STATUS-TPL.
           SELECT EMAILF ASSIGN TO EMAIL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-EM
           FILE STATUS IS STATUS-EMAIL.
           SELECT BIOFILE ASSIGN TO BIO-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-B
           FILE STATUS IS STATUS-BIO.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
           SELECT ABSEN ASSIGN TO ABSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABSEN-KUNCI
           FILE STATUS IS STATUS-ABSEN.
           SELECT STATHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-HIS.
           SELECT KRSAPP ASSIGN TO KRSAPP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APP-KUNCI
           FILE STATUS IS STATUS-APP.
           SELECT NILAIFILE ASSIGN TO NILAI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI
           FILE STATUS IS STATUS-NILAI.
           SELECT SEMCTL ASSIGN TO SEMCTL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMESTER-SC
           FILE STATUS IS STATUS-SEMCTL.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFQ
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECNOTIF.
       01 RECNOTIF.
           02 NOTIF-KUNCI.
               03 JENIS-NT pic X.
               03 REF-NT pic X(30).
               03 TUJUAN-NT pic X.
               03 KANAL-NT pic X.
           02 NO-NT pic 9(8).
           02 NPM-NT pic X(14).
           02 NAMA-NT pic X(23).
           02 ALAMAT-NT pic X(40).
           02 PESAN-NT pic X(160).
           02 STATUS-NT pic X.
           02 TGL-BUAT-NT pic X(8).
           02 TGL-KIRIM-NT pic X(8).
           02 KET-NT pic X(20).
       FD NOTIFCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NOTIF.CTL'
           DATA RECORD IS CTL-LINE.
       01 CTL-LINE.
           02 CTL-NOMOR pic 9(8).
       FD NOTIFTPL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTPL.
       01 RECTPL.
           02 TPL-KUNCI.
               03 JENIS-TP pic X.
               03 TUJUAN-TP pic X.
           02 AKTIF-TP pic X.
           02 TEKS-TP pic X(160).
       FD EMAILF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECEMAIL.
       01 RECEMAIL.
           02 NPM-EM pic X(14).
           02 EMAIL-EM pic X(40).
           02 EMAIL-WALI-EM pic X(40).
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
       FD STATHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'STATHIS.TXT'
           DATA RECORD IS HIS-LINE.
       01 HIS-LINE pic X(80).
       FD KRSAPP
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECAPP.
       01 RECAPP.
           02 APP-KUNCI.
               03 NPM-AP pic X(14).
               03 SEMESTER-AP pic X(6).
           02 STATUS-AP pic X.
           02 TANGGAL-AP pic X(8).
           02 PENYETUJU-AP pic X(10).
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
       FD SEMCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSEMCTL.
       01 RECSEMCTL.
           02 SEMESTER-SC pic X(6).
           02 KRS-BUKA-SC pic X(8).
           02 KRS-TUTUP-SC pic X(8).
           02 NIL-BUKA-SC pic X(8).
           02 NIL-TUTUP-SC pic X(8).
           02 BAYAR-TEMPO-SC pic X(8).
           02 TUTUP-SC pic X.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NOTIFISI.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-NOTIF pic XX.
       77 STATUS-CTL pic XX.
       77 STATUS-TPL pic XX.
       77 STATUS-EMAIL pic XX.
       77 STATUS-BIO pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-ABSEN pic XX.
       77 STATUS-HIS pic XX.
       77 STATUS-APP pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-SEMCTL pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-AUDIT pic XX.
       77 NOTIF-FILENAME pic X(30) VALUE 'NOTIF.TXT'.
       77 TPL-FILENAME pic X(30) VALUE 'NOTIFTPL.TXT'.
       77 EMAIL-FILENAME pic X(30) VALUE 'EMAIL.TXT'.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 ABSEN-FILENAME pic X(30) VALUE 'ABSEN.TXT'.
       77 KRSAPP-FILENAME pic X(30) VALUE 'KRSAPP.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 SEMCTL-FILENAME pic X(30) VALUE 'SEMCTL.TXT'.
       01 TPL-BAWAAN.
           02 FILLER pic X(2) VALUE 'TM'.
           02 FILLER pic X(50) VALUE
               '@N (@M): CICILAN KE-@P SEMESTER @S SEBESAR RP @J J'.
           02 FILLER pic X(50) VALUE
               'ATUH TEMPO @T. TERIMA KASIH.                      '.
           02 FILLER pic X(2) VALUE 'TW'.
           02 FILLER pic X(50) VALUE
               'YTH @W, CICILAN KE-@P @N SEMESTER @S SEBESAR RP @J'.
           02 FILLER pic X(50) VALUE
               ' JATUH TEMPO @T.                                  '.
           02 FILLER pic X(2) VALUE 'LM'.
           02 FILLER pic X(50) VALUE
               '@N (@M): CICILAN KE-@P SEMESTER @S SEBESAR RP @J L'.
           02 FILLER pic X(50) VALUE
               'EWAT TEMPO @T. MOHON SEGERA DIBAYAR.              '.
           02 FILLER pic X(2) VALUE 'LW'.
           02 FILLER pic X(50) VALUE
               'YTH @W, CICILAN KE-@P @N SEBESAR RP @J LEWAT TEMPO'.
           02 FILLER pic X(50) VALUE
               ' @T. MOHON SEGERA DIBAYAR.                        '.
           02 FILLER pic X(2) VALUE 'AM'.
           02 FILLER pic X(50) VALUE
               '@N (@M): KEHADIRAN MK @J SEMESTER @S BARU @P%, DI '.
           02 FILLER pic X(50) VALUE
               'BAWAH SYARAT UJIAN. HARAP HADIR KULIAH.           '.
           02 FILLER pic X(2) VALUE 'AW'.
           02 FILLER pic X(50) VALUE
               'YTH @W, KEHADIRAN @N MK @J SEMESTER @S BARU @P%, D'.
           02 FILLER pic X(50) VALUE
               'I BAWAH SYARAT IKUT UJIAN.                        '.
           02 FILLER pic X(2) VALUE 'EM'.
           02 FILLER pic X(50) VALUE
               '@N (@M): STATUS AKADEMIK ANDA @P. HARAP MENGHADAP '.
           02 FILLER pic X(50) VALUE
               'DOSEN WALI.                                       '.
           02 FILLER pic X(2) VALUE 'EW'.
           02 FILLER pic X(50) VALUE
               'YTH @W, STATUS AKADEMIK @N MENJADI @P. HARAP MENGH'.
           02 FILLER pic X(50) VALUE
               'UBUNGI BAGIAN AKADEMIK.                           '.
           02 FILLER pic X(2) VALUE 'KM'.
           02 FILLER pic X(50) VALUE
               '@N (@M): KRS SEMESTER @S DIKEMBALIKAN DOSEN WALI T'.
           02 FILLER pic X(50) VALUE
               'GL @T. HARAP DIPERBAIKI.                          '.
           02 FILLER pic X(2) VALUE 'KW'.
           02 FILLER pic X(50) VALUE
               'YTH @W, KRS SEMESTER @S @N DIKEMBALIKAN DOSEN WALI'.
           02 FILLER pic X(50) VALUE
               ' UNTUK DIPERBAIKI.                                '.
           02 FILLER pic X(2) VALUE 'NM'.
           02 FILLER pic X(50) VALUE
               '@N (@M): NILAI SEMESTER @S (@J MATA KULIAH) SUDAH '.
           02 FILLER pic X(50) VALUE
               'TERBIT. SILAKAN LIHAT KHS.                        '.
           02 FILLER pic X(2) VALUE 'NW'.
           02 FILLER pic X(50) VALUE
               'YTH @W, NILAI SEMESTER @S @N (@J MATA KULIAH) SUDA'.
           02 FILLER pic X(50) VALUE
               'H TERBIT.                                         '.
       01 TPL-BAWAAN-R REDEFINES TPL-BAWAAN.
           02 BAWAAN-BARIS OCCURS 12 TIMES.
               03 BAWAAN-JENIS pic X.
               03 BAWAAN-TUJUAN pic X.
               03 BAWAAN-TEKS pic X(100).
       77 ADA-TPL-YA pic X.
           88 ADA-TPL VALUE 'Y'.
       77 ADA-EMAIL-YA pic X.
           88 ADA-EMAIL VALUE 'Y'.
       77 ADA-BIO-YA pic X.
           88 ADA-BIO VALUE 'Y'.
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 OPERATOR-ID pic X(10).
       77 SEMESTER-PILIH pic X(6).
       77 JENIS-PILIH pic X.
       77 TGL-AWAL pic X(8).
       77 HARI-MUKA pic 9(3).
       77 BATAS-PERSEN pic 9(3).
       77 MIN-SESI pic 9(3).
       77 ANGKA-MASUK pic X(3).
       77 ANGKA-KERJA pic X(3).
       77 ANGKA-HASIL pic 9(3).
       01 TGL-HARI.
           02 THN-H pic 9(4).
           02 BLN-H pic 9(2).
           02 HARI-H pic 9(2).
       01 TGL-TEMPO.
           02 THN-T2 pic 9(4).
           02 BLN-T2 pic 9(2).
           02 HARI-T2 pic 9(2).
       77 HARI-LEWAT pic S9(5).
       77 I pic 9.
       77 KUMULATIF pic 9(9).
       77 SISA-CICIL pic 9(9).
       77 UANG-ED pic Z(8)9.
       77 PERSEN-HADIR pic 9(3).
       77 PERSEN-ED pic ZZ9.
       77 JUMLAH-ED pic ZZ9.
       77 NOMOR-AKHIR pic 9(8).
       01 SIMPAN-NOTIF pic X(315).
       01 EV-DATA.
           02 EV-JENIS pic X.
           02 EV-REF pic X(30).
           02 EV-NPM pic X(14).
           02 EV-SEM pic X(6).
           02 EV-JUMLAH pic X(20).
           02 EV-TANGGAL pic X(10).
           02 EV-KET pic X(20).
       77 NAMA-MHS pic X(23).
       77 NAMA-WALI pic X(23).
       77 TELP-MHS pic X(12).
       77 TELP-WALI pic X(12).
       77 EMAIL-MHS pic X(40).
       77 EMAIL-WALI pic X(40).
       77 TPL-JENIS pic X.
       77 TPL-TUJUAN pic X.
       77 TPL-AKTIF pic X.
       77 TEKS-AKTIF pic X(160).
       77 K-TPL pic 9(2).
       77 PESAN-BARU pic X(160).
       77 I-TPL pic 9(3).
       77 P-PESAN pic 9(3).
       77 HURUF-1 pic X.
       77 KODE-1 pic X.
       77 ISI-GANTI pic X(30).
       77 ISI-KANAN pic X(20).
       77 ISI-KIRI pic X(20).
       77 K-KIRI pic 9(2).
       77 TULIS-TUJUAN pic X.
       77 TULIS-NAMA pic X(23).
       77 TULIS-KANAL pic X.
       77 TULIS-ALAMAT pic X(40).
       77 TULIS-STATUS pic X.
       77 TULIS-KET pic X(20).
       01 TABEL-HADIR.
           02 HADIR-BARIS OCCURS 600 TIMES.
               03 NPM-TH pic X(14).
               03 MK-TH pic X(8).
               03 SESI-TH pic 9(3).
               03 HADIR-TH pic 9(3).
       77 ISI-HADIR pic 9(3).
       77 K-HADIR pic 9(3).
       77 KELAS-LAMA pic X(5).
       77 HIS-NPM pic X(14).
       77 HIS-LAMA pic X.
       77 HIS-BARU pic X.
       77 NPM-LAMA pic X(14).
       77 JUMLAH-MK pic 9(3).
       77 TOTAL-KEJADIAN pic 9(5).
       77 TOTAL-BARU pic 9(5).
       77 TOTAL-GAGAL pic 9(5).
       77 TOTAL-GANDA pic 9(5).
       77 NO-ED pic Z(7)9.
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'NOTIFISI'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====PENGISIAN ANTREAN NOTIFIKASI=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           DISPLAY "SEMESTER (UNTUK ABSEN, KRS DAN NILAI) : "
               WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           DISPLAY "JENIS (T/L/A/E/K/N, KOSONGKAN = SEMUA) : "
               WITH NO ADVANCING.
           ACCEPT JENIS-PILIH.
           DISPLAY "KEJADIAN SEJAK TANGGAL (YYYYMMDD, KOSONGKAN = "
               "SEMUA) : " WITH NO ADVANCING.
           ACCEPT TGL-AWAL.
           DISPLAY "HARI SEBELUM JATUH TEMPO (KOSONGKAN = 7) : "
               WITH NO ADVANCING.
           MOVE 7 TO ANGKA-HASIL.
           PERFORM TERIMA-ANGKA THRU TERIMA-ANGKA-SELESAI.
           MOVE ANGKA-HASIL TO HARI-MUKA.
           DISPLAY "BATAS PERSEN KEHADIRAN (KOSONGKAN = 75) : "
               WITH NO ADVANCING.
           MOVE 75 TO ANGKA-HASIL.
           PERFORM TERIMA-ANGKA THRU TERIMA-ANGKA-SELESAI.
           MOVE ANGKA-HASIL TO BATAS-PERSEN.
           DISPLAY "MINIMAL SESI TERLAKSANA (KOSONGKAN = 4) : "
               WITH NO ADVANCING.
           MOVE 4 TO ANGKA-HASIL.
           PERFORM TERIMA-ANGKA THRU TERIMA-ANGKA-SELESAI.
           MOVE ANGKA-HASIL TO MIN-SESI.
           OPEN I-O NOTIFQ.
           IF STATUS-NOTIF = "35"
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN I-O NOTIFQ.
           IF STATUS-NOTIF NOT = "00"
               DISPLAY "FILE ANTREAN GAGAL DIBUKA, STATUS = "
                   STATUS-NOTIF
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               CLOSE NOTIFQ
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE 'Y' TO ADA-BIO-YA.
           OPEN INPUT BIOFILE.
           IF STATUS-BIO NOT = "00"
               MOVE 'T' TO ADA-BIO-YA.
           MOVE 'Y' TO ADA-EMAIL-YA.
           OPEN INPUT EMAILF.
           IF STATUS-EMAIL NOT = "00"
               MOVE 'T' TO ADA-EMAIL-YA.
           MOVE 'Y' TO ADA-TPL-YA.
           OPEN INPUT NOTIFTPL.
           IF STATUS-TPL NOT = "00"
               MOVE 'T' TO ADA-TPL-YA.
           PERFORM BACA-NOMOR THRU BACA-NOMOR-SELESAI.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-KEJADIAN.
           MOVE 0 TO TOTAL-BARU.
           MOVE 0 TO TOTAL-GAGAL.
           MOVE 0 TO TOTAL-GANDA.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "PENGISIAN ANTREAN NOTIFIKASI  TANGGAL : "
               DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               "  SEMESTER " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "NOMOR    J NPM            T K S ALAMAT / KETERANGAN"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           IF JENIS-PILIH = SPACE OR JENIS-PILIH = 'T'
               OR JENIS-PILIH = 'L'
                   PERFORM ISI-TAGIHAN THRU ISI-TAGIHAN-SELESAI.
           IF JENIS-PILIH = SPACE OR JENIS-PILIH = 'A'
               PERFORM ISI-ABSEN THRU ISI-ABSEN-SELESAI.
           IF JENIS-PILIH = SPACE OR JENIS-PILIH = 'E'
               PERFORM ISI-EVALUASI THRU ISI-EVALUASI-SELESAI.
           IF JENIS-PILIH = SPACE OR JENIS-PILIH = 'K'
               PERFORM ISI-KRS THRU ISI-KRS-SELESAI.
           IF JENIS-PILIH = SPACE OR JENIS-PILIH = 'N'
               PERFORM ISI-NILAI THRU ISI-NILAI-SELESAI.
           PERFORM TULIS-NOMOR.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "KEJADIAN : " DELIMITED BY SIZE
               TOTAL-KEJADIAN DELIMITED BY SIZE
               "  ANTRE BARU : " DELIMITED BY SIZE
               TOTAL-BARU DELIMITED BY SIZE
               "  TANPA ALAMAT : " DELIMITED BY SIZE
               TOTAL-GAGAL DELIMITED BY SIZE
               "  SUDAH ADA : " DELIMITED BY SIZE
               TOTAL-GANDA DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'NOTIFISI.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           IF ADA-TPL
               CLOSE NOTIFTPL.
           IF ADA-EMAIL
               CLOSE EMAILF.
           IF ADA-BIO
               CLOSE BIOFILE.
           CLOSE MHS.
           CLOSE NOTIFQ.
           MOVE "ISINOTIF" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY " ".
           DISPLAY "KEJADIAN       : " TOTAL-KEJADIAN.
           DISPLAY "ANTRE BARU     : " TOTAL-BARU.
           DISPLAY "TANPA ALAMAT   : " TOTAL-GAGAL.
           DISPLAY "SUDAH DIANTRE  : " TOTAL-GANDA.
           DISPLAY "DAFTAR TERCETAK KE NOTIFISI.LIS.".
           GOBACK.

       ISI-TAGIHAN.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               DISPLAY "FILE TAGIHAN.TXT TIDAK DITEMUKAN, DILEWATI."
               GO TO ISI-TAGIHAN-SELESAI.
       ISI-TAGIHAN-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO ISI-TAGIHAN-TUTUP.
           IF BAYAR-G NOT < TAGIHAN-G OR CICIL-JUMLAH-G = 0
               GO TO ISI-TAGIHAN-BACA.
           MOVE 0 TO I.
           MOVE 0 TO KUMULATIF.
       ISI-TAGIHAN-CICIL.
           ADD 1 TO I.
           IF I > CICIL-JUMLAH-G
               GO TO ISI-TAGIHAN-BACA.
           ADD JUMLAH-CG (I) TO KUMULATIF.
           IF BAYAR-G NOT < KUMULATIF
               GO TO ISI-TAGIHAN-CICIL.
           IF TEMPO-G (I) IS NOT NUMERIC
               GO TO ISI-TAGIHAN-BACA.
           MOVE TEMPO-G (I) TO TGL-TEMPO.
           COMPUTE HARI-LEWAT = (THN-H - THN-T2) * 360
               + (BLN-H - BLN-T2) * 30
               + (HARI-H - HARI-T2).
           MOVE SPACES TO EV-DATA.
           IF HARI-LEWAT > 0
               MOVE 'L' TO EV-JENIS
           ELSE
               MOVE 'T' TO EV-JENIS.
           IF EV-JENIS = 'T' AND HARI-LEWAT + HARI-MUKA < 0
               GO TO ISI-TAGIHAN-BACA.
           IF JENIS-PILIH NOT = SPACE AND JENIS-PILIH NOT = EV-JENIS
               GO TO ISI-TAGIHAN-BACA.
           COMPUTE SISA-CICIL = KUMULATIF - BAYAR-G.
           MOVE SISA-CICIL TO UANG-ED.
           MOVE UANG-ED TO ISI-KANAN.
           PERFORM RATA-KIRI THRU RATA-KIRI-SELESAI.
           MOVE ISI-KIRI TO EV-JUMLAH.
           STRING NPM-G DELIMITED BY SIZE
               SEMESTER-G DELIMITED BY SIZE
               I DELIMITED BY SIZE
               INTO EV-REF.
           MOVE NPM-G TO EV-NPM.
           MOVE SEMESTER-G TO EV-SEM.
           MOVE I TO EV-KET.
           STRING HARI-T2 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               BLN-T2 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               THN-T2 DELIMITED BY SIZE
               INTO EV-TANGGAL.
           PERFORM ANTRE-KEJADIAN THRU ANTRE-KEJADIAN-SELESAI.
           GO TO ISI-TAGIHAN-BACA.
       ISI-TAGIHAN-TUTUP.
           CLOSE TAGIHAN.
       ISI-TAGIHAN-SELESAI.
           EXIT.

       ISI-ABSEN.
           IF SEMESTER-PILIH = SPACES
               GO TO ISI-ABSEN-SELESAI.
           OPEN INPUT ABSEN.
           IF STATUS-ABSEN NOT = "00"
               DISPLAY "FILE ABSEN.TXT TIDAK DITEMUKAN, DILEWATI."
               GO TO ISI-ABSEN-SELESAI.
           MOVE SPACES TO KELAS-LAMA.
           MOVE 0 TO ISI-HADIR.
       ISI-ABSEN-BACA.
           READ ABSEN NEXT RECORD
               AT END GO TO ISI-ABSEN-AKHIR.
           IF SEMESTER-AB NOT = SEMESTER-PILIH
               GO TO ISI-ABSEN-BACA.
           IF KELAS-AB NOT = KELAS-LAMA
               PERFORM TUTUP-KELAS THRU TUTUP-KELAS-SELESAI
               MOVE KELAS-AB TO KELAS-LAMA
               MOVE 0 TO ISI-HADIR.
           MOVE 0 TO K-HADIR.
       ISI-ABSEN-CARI.
           ADD 1 TO K-HADIR.
           IF K-HADIR > ISI-HADIR
               GO TO ISI-ABSEN-BARU.
           IF NPM-TH (K-HADIR) NOT = NPM-AB
               OR MK-TH (K-HADIR) NOT = KODE-MK-AB
                   GO TO ISI-ABSEN-CARI.
           ADD 1 TO SESI-TH (K-HADIR).
           IF HADIR-AB = 'H'
               ADD 1 TO HADIR-TH (K-HADIR).
           GO TO ISI-ABSEN-BACA.
       ISI-ABSEN-BARU.
           IF ISI-HADIR NOT < 600
               GO TO ISI-ABSEN-BACA.
           ADD 1 TO ISI-HADIR.
           MOVE NPM-AB TO NPM-TH (ISI-HADIR).
           MOVE KODE-MK-AB TO MK-TH (ISI-HADIR).
           MOVE 1 TO SESI-TH (ISI-HADIR).
           MOVE 0 TO HADIR-TH (ISI-HADIR).
           IF HADIR-AB = 'H'
               ADD 1 TO HADIR-TH (ISI-HADIR).
           GO TO ISI-ABSEN-BACA.
       ISI-ABSEN-AKHIR.
           PERFORM TUTUP-KELAS THRU TUTUP-KELAS-SELESAI.
           CLOSE ABSEN.
       ISI-ABSEN-SELESAI.
           EXIT.

       TUTUP-KELAS.
           IF ISI-HADIR = 0
               GO TO TUTUP-KELAS-SELESAI.
           MOVE 0 TO K-HADIR.
       TUTUP-KELAS-MHS.
           ADD 1 TO K-HADIR.
           IF K-HADIR > ISI-HADIR
               GO TO TUTUP-KELAS-SELESAI.
           IF SESI-TH (K-HADIR) < MIN-SESI
               GO TO TUTUP-KELAS-MHS.
           COMPUTE PERSEN-HADIR =
               HADIR-TH (K-HADIR) * 100 / SESI-TH (K-HADIR).
           IF PERSEN-HADIR NOT < BATAS-PERSEN
               GO TO TUTUP-KELAS-MHS.
           MOVE SPACES TO EV-DATA.
           MOVE 'A' TO EV-JENIS.
           STRING NPM-TH (K-HADIR) DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               MK-TH (K-HADIR) DELIMITED BY SIZE
               INTO EV-REF.
           MOVE NPM-TH (K-HADIR) TO EV-NPM.
           MOVE SEMESTER-PILIH TO EV-SEM.
           MOVE MK-TH (K-HADIR) TO EV-JUMLAH.
           MOVE PERSEN-HADIR TO PERSEN-ED.
           MOVE PERSEN-ED TO ISI-KANAN.
           PERFORM RATA-KIRI THRU RATA-KIRI-SELESAI.
           MOVE ISI-KIRI TO EV-KET.
           PERFORM ANTRE-KEJADIAN THRU ANTRE-KEJADIAN-SELESAI.
           GO TO TUTUP-KELAS-MHS.
       TUTUP-KELAS-SELESAI.
           EXIT.

       ISI-EVALUASI.
           OPEN INPUT STATHIS.
           IF STATUS-HIS NOT = "00"
               GO TO ISI-EVALUASI-SELESAI.
       ISI-EVALUASI-BACA.
           READ STATHIS
               AT END GO TO ISI-EVALUASI-TUTUP.
           IF TGL-AWAL NOT = SPACES AND HIS-LINE (1:8) < TGL-AWAL
               GO TO ISI-EVALUASI-BACA.
           MOVE SPACES TO HIS-NPM.
           MOVE SPACES TO HIS-LAMA.
           MOVE SPACES TO HIS-BARU.
           UNSTRING HIS-LINE (30:51) DELIMITED BY ALL SPACE
               INTO HIS-NPM HIS-LAMA HIS-BARU.
           IF HIS-BARU NOT = 'P' AND HIS-BARU NOT = 'W'
               GO TO ISI-EVALUASI-BACA.
           MOVE SPACES TO EV-DATA.
           MOVE 'E' TO EV-JENIS.
           STRING HIS-NPM DELIMITED BY SIZE
               HIS-LINE (1:8) DELIMITED BY SIZE
               HIS-LINE (10:8) DELIMITED BY SIZE
               INTO EV-REF.
           MOVE HIS-NPM TO EV-NPM.
           STRING HIS-LINE (7:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HIS-LINE (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HIS-LINE (1:4) DELIMITED BY SIZE
               INTO EV-TANGGAL.
           IF HIS-BARU = 'P'
               MOVE "PERCOBAAN AKADEMIK" TO EV-KET
           ELSE
               MOVE "PERINGATAN DO" TO EV-KET.
           PERFORM ANTRE-KEJADIAN THRU ANTRE-KEJADIAN-SELESAI.
           GO TO ISI-EVALUASI-BACA.
       ISI-EVALUASI-TUTUP.
           CLOSE STATHIS.
       ISI-EVALUASI-SELESAI.
           EXIT.

       ISI-KRS.
           OPEN INPUT KRSAPP.
           IF STATUS-APP NOT = "00"
               GO TO ISI-KRS-SELESAI.
       ISI-KRS-BACA.
           READ KRSAPP NEXT RECORD
               AT END GO TO ISI-KRS-TUTUP.
           IF STATUS-AP NOT = 'K'
               GO TO ISI-KRS-BACA.
           IF SEMESTER-PILIH NOT = SPACES
               AND SEMESTER-AP NOT = SEMESTER-PILIH
                   GO TO ISI-KRS-BACA.
           IF TGL-AWAL NOT = SPACES AND TANGGAL-AP < TGL-AWAL
               GO TO ISI-KRS-BACA.
           MOVE SPACES TO EV-DATA.
           MOVE 'K' TO EV-JENIS.
           STRING NPM-AP DELIMITED BY SIZE
               SEMESTER-AP DELIMITED BY SIZE
               TANGGAL-AP DELIMITED BY SIZE
               INTO EV-REF.
           MOVE NPM-AP TO EV-NPM.
           MOVE SEMESTER-AP TO EV-SEM.
           STRING TANGGAL-AP (7:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TANGGAL-AP (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TANGGAL-AP (1:4) DELIMITED BY SIZE
               INTO EV-TANGGAL.
           PERFORM ANTRE-KEJADIAN THRU ANTRE-KEJADIAN-SELESAI.
           GO TO ISI-KRS-BACA.
       ISI-KRS-TUTUP.
           CLOSE KRSAPP.
       ISI-KRS-SELESAI.
           EXIT.

       ISI-NILAI.
           IF SEMESTER-PILIH = SPACES
               GO TO ISI-NILAI-SELESAI.
           OPEN INPUT SEMCTL.
           IF STATUS-SEMCTL NOT = "00"
               GO TO ISI-NILAI-BUKA.
           MOVE SEMESTER-PILIH TO SEMESTER-SC.
           READ SEMCTL
               INVALID KEY MOVE SPACES TO NIL-TUTUP-SC.
           CLOSE SEMCTL.
           IF NIL-TUTUP-SC IS NUMERIC AND NIL-TUTUP-SC NOT < TGL-HARI
               DISPLAY "MASA INPUT NILAI " SEMESTER-PILIH
                   " BELUM DITUTUP, NILAI BELUM DIUMUMKAN."
               GO TO ISI-NILAI-SELESAI.
       ISI-NILAI-BUKA.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               GO TO ISI-NILAI-SELESAI.
           MOVE SPACES TO NPM-LAMA.
           MOVE 0 TO JUMLAH-MK.
       ISI-NILAI-BACA.
           READ NILAIFILE NEXT RECORD
               AT END GO TO ISI-NILAI-AKHIR.
           IF SEMESTER-N NOT = SEMESTER-PILIH
               GO TO ISI-NILAI-BACA.
           IF NPM-N NOT = NPM-LAMA
               PERFORM TUTUP-NILAI THRU TUTUP-NILAI-SELESAI
               MOVE NPM-N TO NPM-LAMA
               MOVE 0 TO JUMLAH-MK.
           ADD 1 TO JUMLAH-MK.
           GO TO ISI-NILAI-BACA.
       ISI-NILAI-AKHIR.
           PERFORM TUTUP-NILAI THRU TUTUP-NILAI-SELESAI.
           CLOSE NILAIFILE.
       ISI-NILAI-SELESAI.
           EXIT.

       TUTUP-NILAI.
           IF NPM-LAMA = SPACES OR JUMLAH-MK = 0
               GO TO TUTUP-NILAI-SELESAI.
           MOVE SPACES TO EV-DATA.
           MOVE 'N' TO EV-JENIS.
           STRING NPM-LAMA DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               INTO EV-REF.
           MOVE NPM-LAMA TO EV-NPM.
           MOVE SEMESTER-PILIH TO EV-SEM.
           MOVE JUMLAH-MK TO JUMLAH-ED.
           MOVE JUMLAH-ED TO ISI-KANAN.
           PERFORM RATA-KIRI THRU RATA-KIRI-SELESAI.
           MOVE ISI-KIRI TO EV-JUMLAH.
           PERFORM ANTRE-KEJADIAN THRU ANTRE-KEJADIAN-SELESAI.
       TUTUP-NILAI-SELESAI.
           EXIT.

       ANTRE-KEJADIAN.
           ADD 1 TO TOTAL-KEJADIAN.
           PERFORM CARI-PENERIMA THRU CARI-PENERIMA-SELESAI.
           MOVE EV-JENIS TO TPL-JENIS.
           MOVE 'M' TO TPL-TUJUAN.
           PERFORM CARI-TEMPLATE THRU CARI-TEMPLATE-SELESAI.
           IF TPL-AKTIF = 'T'
               GO TO ANTRE-WALI.
           PERFORM SUSUN-PESAN THRU SUSUN-PESAN-SELESAI.
           MOVE 'M' TO TULIS-TUJUAN.
           MOVE NAMA-MHS TO TULIS-NAMA.
           IF TELP-MHS = SPACES AND EMAIL-MHS = SPACES
               MOVE 'S' TO TULIS-KANAL
               MOVE SPACES TO TULIS-ALAMAT
               PERFORM TULIS-ANTRE THRU TULIS-ANTRE-SELESAI
               GO TO ANTRE-WALI.
           IF TELP-MHS NOT = SPACES
               MOVE 'S' TO TULIS-KANAL
               MOVE TELP-MHS TO TULIS-ALAMAT
               PERFORM TULIS-ANTRE THRU TULIS-ANTRE-SELESAI.
           IF EMAIL-MHS NOT = SPACES
               MOVE 'E' TO TULIS-KANAL
               MOVE EMAIL-MHS TO TULIS-ALAMAT
               PERFORM TULIS-ANTRE THRU TULIS-ANTRE-SELESAI.
       ANTRE-WALI.
           IF NAMA-WALI = SPACES
               GO TO ANTRE-KEJADIAN-SELESAI.
           MOVE 'W' TO TPL-TUJUAN.
           PERFORM CARI-TEMPLATE THRU CARI-TEMPLATE-SELESAI.
           IF TPL-AKTIF = 'T'
               GO TO ANTRE-KEJADIAN-SELESAI.
           PERFORM SUSUN-PESAN THRU SUSUN-PESAN-SELESAI.
           MOVE 'W' TO TULIS-TUJUAN.
           MOVE NAMA-WALI TO TULIS-NAMA.
           IF TELP-WALI = SPACES AND EMAIL-WALI = SPACES
               MOVE 'S' TO TULIS-KANAL
               MOVE SPACES TO TULIS-ALAMAT
               PERFORM TULIS-ANTRE THRU TULIS-ANTRE-SELESAI
               GO TO ANTRE-KEJADIAN-SELESAI.
           IF TELP-WALI NOT = SPACES
               MOVE 'S' TO TULIS-KANAL
               MOVE TELP-WALI TO TULIS-ALAMAT
               PERFORM TULIS-ANTRE THRU TULIS-ANTRE-SELESAI.
           IF EMAIL-WALI NOT = SPACES
               MOVE 'E' TO TULIS-KANAL
               MOVE EMAIL-WALI TO TULIS-ALAMAT
               PERFORM TULIS-ANTRE THRU TULIS-ANTRE-SELESAI.
       ANTRE-KEJADIAN-SELESAI.
           EXIT.

       TULIS-ANTRE.
           MOVE EV-JENIS TO JENIS-NT.
           MOVE EV-REF TO REF-NT.
           MOVE TULIS-TUJUAN TO TUJUAN-NT.
           MOVE TULIS-KANAL TO KANAL-NT.
           MOVE EV-NPM TO NPM-NT.
           MOVE TULIS-NAMA TO NAMA-NT.
           MOVE TULIS-ALAMAT TO ALAMAT-NT.
           MOVE PESAN-BARU TO PESAN-NT.
           MOVE TGL-HARI TO TGL-BUAT-NT.
           MOVE SPACES TO TGL-KIRIM-NT.
           IF TULIS-ALAMAT = SPACES
               MOVE 'G' TO STATUS-NT
               MOVE "TIDAK ADA ALAMAT" TO KET-NT
           ELSE
               MOVE 'B' TO STATUS-NT
               MOVE SPACES TO KET-NT.
       TULIS-ANTRE-TULIS.
           COMPUTE NO-NT = NOMOR-AKHIR + 1.
           WRITE RECNOTIF
               INVALID KEY GO TO TULIS-ANTRE-ADA.
           MOVE NO-NT TO NOMOR-AKHIR.
           IF STATUS-NT = 'G'
               ADD 1 TO TOTAL-GAGAL
           ELSE
               ADD 1 TO TOTAL-BARU.
           MOVE NO-NT TO NO-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING NO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JENIS-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NPM-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TUJUAN-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KANAL-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATUS-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALAMAT-NT DELIMITED BY SIZE
               INTO LAP2-LINE.
           IF STATUS-NT = 'G'
               MOVE KET-NT TO LAP2-LINE (33:20).
           WRITE LAP2-LINE.
           GO TO TULIS-ANTRE-SELESAI.
       TULIS-ANTRE-ADA.
           MOVE RECNOTIF TO SIMPAN-NOTIF.
           READ NOTIFQ
               INVALID KEY GO TO TULIS-ANTRE-NOMOR.
           ADD 1 TO TOTAL-GANDA.
           GO TO TULIS-ANTRE-SELESAI.
       TULIS-ANTRE-NOMOR.
           MOVE SIMPAN-NOTIF TO RECNOTIF.
           MOVE NO-NT TO NOMOR-AKHIR.
           GO TO TULIS-ANTRE-TULIS.
       TULIS-ANTRE-SELESAI.
           EXIT.

       CARI-PENERIMA.
           MOVE SPACES TO NAMA-MHS.
           MOVE SPACES TO NAMA-WALI.
           MOVE SPACES TO TELP-MHS.
           MOVE SPACES TO TELP-WALI.
           MOVE SPACES TO EMAIL-MHS.
           MOVE SPACES TO EMAIL-WALI.
           MOVE EV-NPM TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO CARI-PENERIMA-BIO.
       CARI-PENERIMA-MHS.
           READ MHS NEXT RECORD
               AT END GO TO CARI-PENERIMA-BIO.
           IF NPM NOT = EV-NPM
               GO TO CARI-PENERIMA-BIO.
           MOVE NAMA TO NAMA-MHS.
           GO TO CARI-PENERIMA-MHS.
       CARI-PENERIMA-BIO.
           IF NOT ADA-BIO
               GO TO CARI-PENERIMA-EMAIL.
           MOVE EV-NPM TO NPM-B.
           READ BIOFILE
               INVALID KEY GO TO CARI-PENERIMA-EMAIL.
           MOVE TELP-B TO TELP-MHS.
           MOVE WALI-B TO NAMA-WALI.
           MOVE TELP-WALI-B TO TELP-WALI.
       CARI-PENERIMA-EMAIL.
           IF NOT ADA-EMAIL
               GO TO CARI-PENERIMA-SELESAI.
           MOVE EV-NPM TO NPM-EM.
           READ EMAILF
               INVALID KEY GO TO CARI-PENERIMA-SELESAI.
           MOVE EMAIL-EM TO EMAIL-MHS.
           MOVE EMAIL-WALI-EM TO EMAIL-WALI.
       CARI-PENERIMA-SELESAI.
           EXIT.

       CARI-TEMPLATE.
           MOVE 'Y' TO TPL-AKTIF.
           MOVE SPACES TO TEKS-AKTIF.
           IF NOT ADA-TPL
               GO TO CARI-TEMPLATE-BAWAAN.
           MOVE TPL-JENIS TO JENIS-TP.
           MOVE TPL-TUJUAN TO TUJUAN-TP.
           READ NOTIFTPL
               INVALID KEY GO TO CARI-TEMPLATE-BAWAAN.
           MOVE AKTIF-TP TO TPL-AKTIF.
           MOVE TEKS-TP TO TEKS-AKTIF.
           GO TO CARI-TEMPLATE-SELESAI.
       CARI-TEMPLATE-BAWAAN.
           MOVE 0 TO K-TPL.
       CARI-TEMPLATE-ULANG.
           ADD 1 TO K-TPL.
           IF K-TPL > 12
               MOVE 'T' TO TPL-AKTIF
               GO TO CARI-TEMPLATE-SELESAI.
           IF BAWAAN-JENIS (K-TPL) NOT = TPL-JENIS
               OR BAWAAN-TUJUAN (K-TPL) NOT = TPL-TUJUAN
                   GO TO CARI-TEMPLATE-ULANG.
           MOVE BAWAAN-TEKS (K-TPL) TO TEKS-AKTIF.
       CARI-TEMPLATE-SELESAI.
           EXIT.

       SUSUN-PESAN.
           MOVE SPACES TO PESAN-BARU.
           MOVE 1 TO P-PESAN.
           MOVE 0 TO I-TPL.
       SUSUN-PESAN-HURUF.
           ADD 1 TO I-TPL.
           IF I-TPL > 160 OR P-PESAN > 160
               GO TO SUSUN-PESAN-SELESAI.
           MOVE TEKS-AKTIF (I-TPL:1) TO HURUF-1.
           IF HURUF-1 NOT = '@' OR I-TPL = 160
               STRING HURUF-1 DELIMITED BY SIZE
                   INTO PESAN-BARU WITH POINTER P-PESAN
               GO TO SUSUN-PESAN-HURUF.
           ADD 1 TO I-TPL.
           MOVE TEKS-AKTIF (I-TPL:1) TO KODE-1.
           MOVE SPACES TO ISI-GANTI.
           IF KODE-1 = 'N'
               MOVE NAMA-MHS TO ISI-GANTI.
           IF KODE-1 = 'M'
               MOVE EV-NPM TO ISI-GANTI.
           IF KODE-1 = 'W'
               MOVE NAMA-WALI TO ISI-GANTI.
           IF KODE-1 = 'S'
               MOVE EV-SEM TO ISI-GANTI.
           IF KODE-1 = 'J'
               MOVE EV-JUMLAH TO ISI-GANTI.
           IF KODE-1 = 'T'
               MOVE EV-TANGGAL TO ISI-GANTI.
           IF KODE-1 = 'P'
               MOVE EV-KET TO ISI-GANTI.
           IF ISI-GANTI = SPACES
               GO TO SUSUN-PESAN-HURUF.
           STRING ISI-GANTI DELIMITED BY "  "
               INTO PESAN-BARU WITH POINTER P-PESAN.
           GO TO SUSUN-PESAN-HURUF.
       SUSUN-PESAN-SELESAI.
           EXIT.

       RATA-KIRI.
           MOVE SPACES TO ISI-KIRI.
           MOVE 0 TO K-KIRI.
       RATA-KIRI-CARI.
           ADD 1 TO K-KIRI.
           IF K-KIRI > 20
               GO TO RATA-KIRI-SELESAI.
           IF ISI-KANAN (K-KIRI:1) = SPACE
               GO TO RATA-KIRI-CARI.
           MOVE ISI-KANAN (K-KIRI:) TO ISI-KIRI.
       RATA-KIRI-SELESAI.
           EXIT.

       TERIMA-ANGKA.
           ACCEPT ANGKA-MASUK.
           IF ANGKA-MASUK = SPACES
               GO TO TERIMA-ANGKA-SELESAI.
           MOVE ANGKA-MASUK TO ANGKA-KERJA.
           IF ANGKA-KERJA (2:2) = SPACES
               MOVE "00" TO ANGKA-KERJA (1:2)
               MOVE ANGKA-MASUK (1:1) TO ANGKA-KERJA (3:1).
           IF ANGKA-KERJA (3:1) = SPACE
               MOVE "0" TO ANGKA-KERJA (1:1)
               MOVE ANGKA-MASUK (1:2) TO ANGKA-KERJA (2:2).
           IF ANGKA-KERJA IS NOT NUMERIC
               DISPLAY "HARUS ANGKA, ULANGI : " WITH NO ADVANCING
               GO TO TERIMA-ANGKA.
           MOVE ANGKA-KERJA TO ANGKA-HASIL.
       TERIMA-ANGKA-SELESAI.
           EXIT.

       BACA-NOMOR.
           MOVE 0 TO NOMOR-AKHIR.
           OPEN INPUT NOTIFCTL.
           IF STATUS-CTL NOT = "00"
               GO TO BACA-NOMOR-ANTRE.
           READ NOTIFCTL
               AT END
                   CLOSE NOTIFCTL
                   GO TO BACA-NOMOR-ANTRE.
           IF CTL-NOMOR IS NUMERIC
               MOVE CTL-NOMOR TO NOMOR-AKHIR.
           CLOSE NOTIFCTL.
       BACA-NOMOR-ANTRE.
           MOVE 0 TO NO-NT.
           START NOTIFQ KEY NOT < NO-NT
               INVALID KEY GO TO BACA-NOMOR-SELESAI.
       BACA-NOMOR-BACA.
           READ NOTIFQ NEXT RECORD
               AT END GO TO BACA-NOMOR-SELESAI.
           IF NO-NT > NOMOR-AKHIR
               MOVE NO-NT TO NOMOR-AKHIR.
           GO TO BACA-NOMOR-BACA.
       BACA-NOMOR-SELESAI.
           EXIT.

       TULIS-NOMOR.
           OPEN OUTPUT NOTIFCTL.
           MOVE NOMOR-AKHIR TO CTL-NOMOR.
           WRITE CTL-LINE.
           CLOSE NOTIFCTL.

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
               " BARU " DELIMITED BY SIZE
               TOTAL-BARU DELIMITED BY SIZE
               " GAGAL " DELIMITED BY SIZE
               TOTAL-GAGAL DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

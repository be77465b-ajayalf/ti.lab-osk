       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIF.
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
           SELECT GWGAGAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-GAGAL.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
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
       FD GWGAGAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GWGAGAL.TXT'
           DATA RECORD IS GAGAL-LINE.
       01 GAGAL-LINE pic X(80).
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NOTIF.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-NOTIF pic XX.
       77 STATUS-TPL pic XX.
       77 STATUS-EMAIL pic XX.
       77 STATUS-BIO pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-GAGAL pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-AUDIT pic XX.
       77 NOTIF-FILENAME pic X(30) VALUE 'NOTIF.TXT'.
       77 TPL-FILENAME pic X(30) VALUE 'NOTIFTPL.TXT'.
       77 EMAIL-FILENAME pic X(30) VALUE 'EMAIL.TXT'.
       77 BIO-FILENAME pic X(30) VALUE 'BIODATA.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
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
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 TERIMA pic X.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 NPM-CARI pic X(14).
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 TPL-JENIS pic X.
       77 TPL-TUJUAN pic X.
       77 TPL-AKTIF pic X.
       77 TEKS-AKTIF pic X(160).
       77 TEKS-MASUK pic X(160).
       77 AKTIF-MASUK pic X.
       77 K-TPL pic 9(2).
       77 EMAIL-MASUK pic X(40).
       77 STATUS-PILIH pic X.
       77 NO-CARI pic X(8).
       77 NO-KERJA pic 9(8).
       77 GG-NO pic X(8).
       77 GG-KET pic X(20).
       77 ALAMAT-BARU pic X(40).
       77 NO-ED pic Z(7)9.
       77 TOTAL-SEMUA pic 9(5).
       77 TOTAL-B pic 9(5).
       77 TOTAL-K pic 9(5).
       77 TOTAL-G pic 9(5).
       77 TOTAL-TANDA pic 9(5).
       77 TOTAL-TOLAK pic 9(5).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 AUDIT-KET pic X(20).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'NOTIF'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
       MASUK.
           DISPLAY "=====NOTIFIKASI SMS / E-MAIL=====".
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
           DISPLAY "=====NOTIFIKASI SMS / E-MAIL=====".
           DISPLAY "1. TEMPLATE PESAN".
           DISPLAY "2. ALAMAT E-MAIL MAHASISWA / WALI".
           DISPLAY "3. DAFTAR ANTREAN NOTIFIKASI".
           DISPLAY "4. CATAT GAGAL KIRIM DARI GATEWAY".
           DISPLAY "5. KIRIM ULANG NOTIFIKASI GAGAL".
           DISPLAY "6. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 AND OPERATOR-LEVEL < 3
               OR TERIMA = 5 AND OPERATOR-LEVEL < 3
                   DISPLAY "MENU INI KHUSUS SUPERVISOR."
                   GO TO PILIH-MENU.
           IF TERIMA = 2 AND OPERATOR-LEVEL < 2
               OR TERIMA = 4 AND OPERATOR-LEVEL < 2
                   DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGUBAH DATA."
                   GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO BUKA-FILE5.
           IF TERIMA = 6 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           OPEN I-O NOTIFTPL.
           IF STATUS-TPL = "35"
               OPEN OUTPUT NOTIFTPL
               CLOSE NOTIFTPL
               OPEN I-O NOTIFTPL.
           IF STATUS-TPL NOT = "00"
               DISPLAY "FILE TEMPLATE GAGAL DIBUKA, STATUS = "
                   STATUS-TPL
               GO TO PILIH-MENU.
       TPL-MULAI.
           DISPLAY "JENIS : T=JATUH TEMPO L=LEWAT TEMPO A=ABSENSI".
           DISPLAY "        E=EVALUASI STUDI K=KRS DIKEMBALIKAN "
               "N=NILAI TERBIT".
           DISPLAY "JENIS KEJADIAN : " WITH NO ADVANCING.
           ACCEPT TPL-JENIS.
           IF TPL-JENIS NOT = 'T' AND TPL-JENIS NOT = 'L'
               AND TPL-JENIS NOT = 'A' AND TPL-JENIS NOT = 'E'
               AND TPL-JENIS NOT = 'K' AND TPL-JENIS NOT = 'N'
                   DISPLAY "JENIS TIDAK DIKENAL, ULANGI."
                   GO TO TPL-MULAI.
       TPL-TUJUAN-ISI.
           DISPLAY "TUJUAN (M=MAHASISWA W=WALI) : " WITH NO ADVANCING.
           ACCEPT TPL-TUJUAN.
           IF TPL-TUJUAN NOT = 'M' AND TPL-TUJUAN NOT = 'W'
               GO TO TPL-TUJUAN-ISI.
           PERFORM CARI-TEMPLATE THRU CARI-TEMPLATE-SELESAI.
           DISPLAY "AKTIF : " TPL-AKTIF.
           DISPLAY "TEKS  : " TEKS-AKTIF (1:70).
           DISPLAY "        " TEKS-AKTIF (71:70).
           DISPLAY "        " TEKS-AKTIF (141:20).
           DISPLAY "KODE  : @N NAMA  @M NPM  @W WALI  @S SEMESTER".
           DISPLAY "        @J JUMLAH  @T TANGGAL  @P CICILAN KE/"
               "PERSEN/STATUS".
           DISPLAY "TEKS BARU (KOSONGKAN = TETAP) : ".
           ACCEPT TEKS-MASUK.
           IF TEKS-MASUK NOT = SPACES
               MOVE TEKS-MASUK TO TEKS-AKTIF.
       TPL-AKTIF-ISI.
           DISPLAY "AKTIF? (Y/T) : " WITH NO ADVANCING.
           ACCEPT AKTIF-MASUK.
           IF AKTIF-MASUK NOT = 'Y' AND AKTIF-MASUK NOT = 'T'
               GO TO TPL-AKTIF-ISI.
           MOVE TPL-JENIS TO JENIS-TP.
           MOVE TPL-TUJUAN TO TUJUAN-TP.
           MOVE AKTIF-MASUK TO AKTIF-TP.
           MOVE TEKS-AKTIF TO TEKS-TP.
           WRITE RECTPL
               INVALID KEY
                   REWRITE RECTPL
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN TEMPLATE.".
           MOVE SPACES TO NPM-CARI.
           MOVE SPACES TO AUDIT-KET.
           STRING TPL-JENIS DELIMITED BY SIZE
               TPL-TUJUAN DELIMITED BY SIZE
               INTO AUDIT-KET.
           MOVE "TPLNOTIF" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "TEMPLATE TERSIMPAN.".
           DISPLAY "UBAH TEMPLATE LAIN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TPL-MULAI.
           CLOSE NOTIFTPL.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           OPEN I-O EMAILF.
           IF STATUS-EMAIL = "35"
               OPEN OUTPUT EMAILF
               CLOSE EMAILF
               OPEN I-O EMAILF.
           IF STATUS-EMAIL NOT = "00"
               DISPLAY "FILE E-MAIL GAGAL DIBUKA, STATUS = "
                   STATUS-EMAIL
               GO TO PILIH-MENU.
       EMAIL-MULAI.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           PERFORM CEK-MHS THRU CEK-MHS-SELESAI.
           IF NOT ADA-MHS
               DISPLAY "NPM " NPM-CARI " TIDAK ADA DI DATA MAHASISWA."
               GO TO EMAIL-LAGI.
           MOVE NPM-CARI TO NPM-EM.
           READ EMAILF
               INVALID KEY
                   MOVE SPACES TO EMAIL-EM
                   MOVE SPACES TO EMAIL-WALI-EM.
           MOVE NPM-CARI TO NPM-EM.
           DISPLAY "E-MAIL MAHASISWA : " EMAIL-EM.
           DISPLAY "E-MAIL WALI      : " EMAIL-WALI-EM.
           DISPLAY "(KOSONGKAN = TETAP, - = HAPUS)".
           DISPLAY "E-MAIL MAHASISWA BARU : " WITH NO ADVANCING.
           ACCEPT EMAIL-MASUK.
           IF EMAIL-MASUK = "-"
               MOVE SPACES TO EMAIL-EM
           ELSE
               IF EMAIL-MASUK NOT = SPACES
                   MOVE EMAIL-MASUK TO EMAIL-EM.
           DISPLAY "E-MAIL WALI BARU      : " WITH NO ADVANCING.
           ACCEPT EMAIL-MASUK.
           IF EMAIL-MASUK = "-"
               MOVE SPACES TO EMAIL-WALI-EM
           ELSE
               IF EMAIL-MASUK NOT = SPACES
                   MOVE EMAIL-MASUK TO EMAIL-WALI-EM.
           WRITE RECEMAIL
               INVALID KEY
                   REWRITE RECEMAIL
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN E-MAIL.".
           MOVE SPACES TO AUDIT-KET.
           MOVE "EMAILMHS" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "E-MAIL TERSIMPAN.".
       EMAIL-LAGI.
           DISPLAY "ISI LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO EMAIL-MULAI.
           CLOSE EMAILF.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "STATUS (B=BELUM K=TERKIRIM G=GAGAL, KOSONGKAN = "
               "SEMUA) : " WITH NO ADVANCING.
           ACCEPT STATUS-PILIH.
           OPEN INPUT NOTIFQ.
           IF STATUS-NOTIF NOT = "00"
               DISPLAY "BELUM ADA ANTREAN NOTIFIKASI."
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-SEMUA.
           MOVE 0 TO TOTAL-B.
           MOVE 0 TO TOTAL-K.
           MOVE 0 TO TOTAL-G.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "DAFTAR ANTREAN NOTIFIKASI  STATUS : "
               DELIMITED BY SIZE
               STATUS-PILIH DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "NOMOR    J NPM            T K S DIBUAT   DIKIRIM  "
               "ALAMAT" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE LOW-VALUES TO NO-NT.
           START NOTIFQ KEY NOT < NO-NT
               INVALID KEY GO TO DAFTAR-SELESAI.
       DAFTAR-BACA.
           READ NOTIFQ NEXT RECORD
               AT END GO TO DAFTAR-SELESAI.
           IF STATUS-PILIH NOT = SPACE AND STATUS-NT NOT = STATUS-PILIH
               GO TO DAFTAR-BACA.
           ADD 1 TO TOTAL-SEMUA.
           IF STATUS-NT = 'B'
               ADD 1 TO TOTAL-B.
           IF STATUS-NT = 'K'
               ADD 1 TO TOTAL-K.
           IF STATUS-NT = 'G'
               ADD 1 TO TOTAL-G.
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
               TGL-BUAT-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TGL-KIRIM-NT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALAMAT-NT DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "         " DELIMITED BY SIZE
               PESAN-NT (1:70) DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           IF PESAN-NT (71:90) NOT = SPACES
               MOVE SPACES TO LAP2-LINE
               STRING "         " DELIMITED BY SIZE
                   PESAN-NT (71:70) DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
           IF PESAN-NT (141:20) NOT = SPACES
               MOVE SPACES TO LAP2-LINE
               STRING "         " DELIMITED BY SIZE
                   PESAN-NT (141:20) DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
           IF KET-NT NOT = SPACES
               MOVE SPACES TO LAP2-LINE
               STRING "         KETERANGAN : " DELIMITED BY SIZE
                   KET-NT DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "JUMLAH : " DELIMITED BY SIZE
               TOTAL-SEMUA DELIMITED BY SIZE
               "  BELUM : " DELIMITED BY SIZE
               TOTAL-B DELIMITED BY SIZE
               "  TERKIRIM : " DELIMITED BY SIZE
               TOTAL-K DELIMITED BY SIZE
               "  GAGAL : " DELIMITED BY SIZE
               TOTAL-G DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'NOTIF.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE NOTIFQ.
           DISPLAY "JUMLAH   : " TOTAL-SEMUA.
           DISPLAY "BELUM    : " TOTAL-B.
           DISPLAY "TERKIRIM : " TOTAL-K.
           DISPLAY "GAGAL    : " TOTAL-G.
           DISPLAY "DAFTAR TERCETAK KE NOTIF.LIS.".
           GO TO PILIH-MENU.

       BUKA-FILE4.
           OPEN INPUT GWGAGAL.
           IF STATUS-GAGAL NOT = "00"
               DISPLAY "FILE GWGAGAL.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN I-O NOTIFQ.
           IF STATUS-NOTIF NOT = "00"
               DISPLAY "BELUM ADA ANTREAN NOTIFIKASI."
               CLOSE GWGAGAL
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-TANDA.
           MOVE 0 TO TOTAL-TOLAK.
       GAGAL-BACA.
           READ GWGAGAL
               AT END GO TO GAGAL-SELESAI.
           MOVE SPACES TO GG-NO.
           MOVE SPACES TO GG-KET.
           UNSTRING GAGAL-LINE DELIMITED BY "|"
               INTO GG-NO GG-KET.
           IF GG-NO IS NOT NUMERIC
               DISPLAY "BARIS DITOLAK : " GAGAL-LINE (1:60)
               ADD 1 TO TOTAL-TOLAK
               GO TO GAGAL-BACA.
           MOVE GG-NO TO NO-NT.
           START NOTIFQ KEY = NO-NT
               INVALID KEY GO TO GAGAL-TIDAK-ADA.
           READ NOTIFQ NEXT RECORD
               AT END GO TO GAGAL-TIDAK-ADA.
           IF STATUS-NT NOT = 'K'
               DISPLAY "NOTIFIKASI " GG-NO " BUKAN BERSTATUS TERKIRIM."
               ADD 1 TO TOTAL-TOLAK
               GO TO GAGAL-BACA.
           MOVE 'G' TO STATUS-NT.
           IF GG-KET = SPACES
               MOVE "DITOLAK GATEWAY" TO KET-NT
           ELSE
               MOVE GG-KET TO KET-NT.
           REWRITE RECNOTIF
               INVALID KEY GO TO GAGAL-TIDAK-ADA.
           ADD 1 TO TOTAL-TANDA.
           GO TO GAGAL-BACA.
       GAGAL-TIDAK-ADA.
           DISPLAY "NOTIFIKASI " GG-NO " TIDAK ADA DI ANTREAN.".
           ADD 1 TO TOTAL-TOLAK.
           GO TO GAGAL-BACA.
       GAGAL-SELESAI.
           CLOSE NOTIFQ.
           CLOSE GWGAGAL.
           MOVE SPACES TO NPM-CARI.
           MOVE SPACES TO AUDIT-KET.
           STRING "GAGAL " DELIMITED BY SIZE
               TOTAL-TANDA DELIMITED BY SIZE
               INTO AUDIT-KET.
           MOVE "GAGALNOTIF" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "DITANDAI GAGAL : " TOTAL-TANDA.
           DISPLAY "DITOLAK        : " TOTAL-TOLAK.
           GO TO PILIH-MENU.

       BUKA-FILE5.
           DISPLAY "NOMOR NOTIFIKASI : " WITH NO ADVANCING.
           ACCEPT NO-CARI.
           INSPECT NO-CARI REPLACING LEADING SPACE BY ZERO.
           IF NO-CARI IS NOT NUMERIC
               DISPLAY "NOMOR HARUS ANGKA."
               GO TO PILIH-MENU.
           OPEN I-O NOTIFQ.
           IF STATUS-NOTIF NOT = "00"
               DISPLAY "BELUM ADA ANTREAN NOTIFIKASI."
               GO TO PILIH-MENU.
           MOVE NO-CARI TO NO-KERJA.
           MOVE NO-KERJA TO NO-NT.
           START NOTIFQ KEY = NO-NT
               INVALID KEY GO TO ULANG-TIDAK-ADA.
           READ NOTIFQ NEXT RECORD
               AT END GO TO ULANG-TIDAK-ADA.
           IF STATUS-NT NOT = 'G'
               DISPLAY "NOTIFIKASI TIDAK BERSTATUS GAGAL."
               CLOSE NOTIFQ
               GO TO PILIH-MENU.
           DISPLAY "NPM " NPM-NT " KEPADA " NAMA-NT.
           DISPLAY "ALAMAT LAMA : " ALAMAT-NT.
           DISPLAY "KETERANGAN  : " KET-NT.
           PERFORM CARI-ALAMAT THRU CARI-ALAMAT-SELESAI.
           IF ALAMAT-BARU = SPACES
               DISPLAY "MAHASISWA / WALI BELUM PUNYA ALAMAT UNTUK "
                   "KANAL INI, PERBAIKI BIODATA ATAU E-MAIL DULU."
               CLOSE NOTIFQ
               GO TO PILIH-MENU.
           DISPLAY "ALAMAT BARU : " ALAMAT-BARU.
           DISPLAY "KIRIM ULANG? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               CLOSE NOTIFQ
               GO TO PILIH-MENU.
           MOVE ALAMAT-BARU TO ALAMAT-NT.
           MOVE 'B' TO STATUS-NT.
           MOVE SPACES TO TGL-KIRIM-NT.
           MOVE SPACES TO KET-NT.
           REWRITE RECNOTIF
               INVALID KEY DISPLAY "GAGAL MENYIMPAN NOTIFIKASI.".
           CLOSE NOTIFQ.
           MOVE NPM-NT TO NPM-CARI.
           MOVE NO-CARI TO AUDIT-KET.
           MOVE "ULANGNOTIF" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "NOTIFIKASI MASUK ANTREAN LAGI.".
           GO TO PILIH-MENU.
       ULANG-TIDAK-ADA.
           DISPLAY "NOMOR " NO-CARI " TIDAK ADA DI ANTREAN.".
           CLOSE NOTIFQ.
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

       CARI-ALAMAT.
           MOVE SPACES TO ALAMAT-BARU.
           IF KANAL-NT = 'E'
               GO TO CARI-ALAMAT-EMAIL.
           OPEN INPUT BIOFILE.
           IF STATUS-BIO NOT = "00"
               GO TO CARI-ALAMAT-SELESAI.
           MOVE NPM-NT TO NPM-B.
           READ BIOFILE
               INVALID KEY
                   CLOSE BIOFILE
                   GO TO CARI-ALAMAT-SELESAI.
           IF TUJUAN-NT = 'W'
               MOVE TELP-WALI-B TO ALAMAT-BARU
           ELSE
               MOVE TELP-B TO ALAMAT-BARU.
           CLOSE BIOFILE.
           GO TO CARI-ALAMAT-SELESAI.
       CARI-ALAMAT-EMAIL.
           OPEN INPUT EMAILF.
           IF STATUS-EMAIL NOT = "00"
               GO TO CARI-ALAMAT-SELESAI.
           MOVE NPM-NT TO NPM-EM.
           READ EMAILF
               INVALID KEY
                   CLOSE EMAILF
                   GO TO CARI-ALAMAT-SELESAI.
           IF TUJUAN-NT = 'W'
               MOVE EMAIL-WALI-EM TO ALAMAT-BARU
           ELSE
               MOVE EMAIL-EM TO ALAMAT-BARU.
           CLOSE EMAILF.
       CARI-ALAMAT-SELESAI.
           EXIT.

       CARI-TEMPLATE.
           MOVE 'Y' TO TPL-AKTIF.
           MOVE SPACES TO TEKS-AKTIF.
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

       CEK-MHS.
           MOVE 'T' TO ADA-MHS-YA.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               GO TO CEK-MHS-SELESAI.
           MOVE NPM-CARI TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY
                   CLOSE MHS
                   GO TO CEK-MHS-SELESAI.
           READ MHS NEXT RECORD
               AT END
                   CLOSE MHS
                   GO TO CEK-MHS-SELESAI.
           IF NPM = NPM-CARI
               MOVE 'Y' TO ADA-MHS-YA
               DISPLAY "   " NAMA.
           CLOSE MHS.
       CEK-MHS-SELESAI.
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

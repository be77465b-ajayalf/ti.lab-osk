       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSULAN.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSULF ASSIGN TO SUSUL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSUL-KUNCI
           FILE STATUS IS STATUS-SUSUL.
           SELECT UJIANF ASSIGN TO UJIAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UJIAN-KUNCI
           FILE STATUS IS STATUS-UJIAN.
           SELECT KRSFILE ASSIGN TO KRS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KRS-KUNCI
           FILE STATUS IS STATUS-KRS.
           SELECT NILAIFILE ASSIGN TO NILAI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI
           FILE STATUS IS STATUS-NILAI.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT ABSEN ASSIGN TO ABSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABSEN-KUNCI
           FILE STATUS IS STATUS-ABSEN.
           SELECT BLOKIRF ASSIGN TO BLOKIR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-BL
           FILE STATUS IS STATUS-BLOKIR.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
           SELECT RINCIF ASSIGN TO RINCI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RINCI-KUNCI
           FILE STATUS IS STATUS-RINCI.
           SELECT UBAHNIL ASSIGN TO UBAH-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UBAH-KUNCI
           FILE STATUS IS STATUS-UBAH.
           SELECT RUANGMST ASSIGN TO RUANG-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-RG
           FILE STATUS IS STATUS-RUANG.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT PARAMCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-PARAM.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
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
       DATA DIVISION.
       FILE SECTION.
       FD SUSULF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSUSUL.
       01 RECSUSUL.
           02 SUSUL-KUNCI.
               03 NPM-SS pic X(14).
               03 SEMESTER-SS pic X(6).
               03 KODE-MK-SS pic X(8).
           02 JENIS-SS pic X.
           02 ALASAN-SS pic X(30).
           02 STATUS-SS pic X.
           02 HURUF-LAMA-SS pic X(2).
           02 HURUF-BARU-SS pic X(2).
           02 BIAYA-SS pic 9(9).
           02 KODE-UJI-SS pic X(8).
           02 KURSI-SS pic 9(3).
           02 TGL-AJU-SS pic X(8).
           02 OPR-AJU-SS pic X(10).
           02 TGL-PUTUS-SS pic X(8).
           02 OPR-PUTUS-SS pic X(10).
           02 KET-SS pic X(30).
       FD UJIANF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECUJIAN.
       01 RECUJIAN.
           02 UJIAN-KUNCI.
               03 SEMESTER-U pic X(6).
               03 KODE-MK-U pic X(8).
           02 TANGGAL-U pic X(8).
           02 SESI-U pic 9.
           02 RUANG-U pic X(8).
           02 KURSI-U pic 9(3).
       FD KRSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKRS.
       01 RECKRS.
           02 KRS-KUNCI.
               03 NPM-K pic X(14).
               03 SEMESTER-K pic X(6).
               03 KODE-MK-K pic X(8).
           02 SKS-K pic 9(2).
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
       FD RINCIF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECRINCI.
       01 RECRINCI.
           02 RINCI-KUNCI.
               03 NPM-RC pic X(14).
               03 SEMESTER-RC pic X(6).
               03 URUT-RC pic 9(3).
           02 JENIS-RC pic X.
           02 KODE-MK-RC pic X(8).
           02 SKS-RC pic 9(3).
           02 JUMLAH-RC pic S9(9).
           02 TANGGAL-RC pic X(8).
       FD UBAHNIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECUBAH.
       01 RECUBAH.
           02 UBAH-KUNCI.
               03 NPM-UB pic X(14).
               03 SEMESTER-UB pic X(6).
               03 KODE-MK-UB pic X(8).
           02 NILAI-LAMA-UB pic X(2).
           02 NILAI-BARU-UB pic X(2).
           02 PEMINTA-UB pic X(10).
           02 ALASAN-UB pic X(30).
           02 STATUS-UB pic X.
           02 TANGGAL-UB pic X(8).
       FD RUANGMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECRUANG.
       01 RECRUANG.
           02 KODE-RG pic X(8).
           02 GEDUNG-RG pic X(15).
           02 KAP-KULIAH-RG pic 9(3).
           02 KAP-UJIAN-RG pic 9(3).
           02 JENIS-RG pic X.
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
       FD PARAMCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SUSULAN.CTL'
           DATA RECORD IS PAR-LINE.
       01 PAR-LINE.
           02 PAR-NAMA pic X(12).
           02 FILLER pic X.
           02 PAR-NILAI pic X(20).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SUSKURSI.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD KARTU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SUSKARTU.LIS'
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
       WORKING-STORAGE SECTION.
       77 STATUS-SUSUL pic XX.
       77 STATUS-UJIAN pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-ABSEN pic XX.
       77 STATUS-BLOKIR pic XX.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-RINCI pic XX.
       77 STATUS-UBAH pic XX.
       77 STATUS-RUANG pic XX.
       77 STATUS-SKALA pic XX.
       77 STATUS-PARAM pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-KARTU pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 SUSUL-FILENAME pic X(30) VALUE 'SUSULAN.TXT'.
       77 UJIAN-FILENAME pic X(30) VALUE 'UJIAN.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 ABSEN-FILENAME pic X(30) VALUE 'ABSEN.TXT'.
       77 BLOKIR-FILENAME pic X(30) VALUE 'BLOKIR.TXT'.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 RINCI-FILENAME pic X(30) VALUE 'RINCIAN.TXT'.
       77 UBAH-FILENAME pic X(30) VALUE 'UBAHNIL.TXT'.
       77 RUANG-FILENAME pic X(30) VALUE 'RUANG.TXT'.
       77 SKALA-FILENAME pic X(30) VALUE 'SKALA.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       01 SKALA-LAMA.
           02 FILLER pic X(6) VALUE 'A 400Y'.
           02 FILLER pic X(6) VALUE 'B 300Y'.
           02 FILLER pic X(6) VALUE 'C 200Y'.
           02 FILLER pic X(6) VALUE 'D 100Y'.
           02 FILLER pic X(6) VALUE 'E 000T'.
       01 SKALA-LAMA-R REDEFINES SKALA-LAMA.
           02 LAMA-BARIS OCCURS 5 TIMES.
               03 LAMA-HURUF pic X(2).
               03 LAMA-BOBOT pic 9V99.
               03 LAMA-LULUS pic X.
       01 TABEL-SKALA.
           02 SKALA-BARIS OCCURS 100 TIMES.
               03 TS-SEMESTER pic X(6).
               03 TS-HURUF pic X(2).
               03 TS-BOBOT pic 9V99.
               03 TS-LULUS pic X.
       77 ISI-SKALA pic 9(3).
       77 K-SKALA pic 9(3).
       77 SEM-SKALA pic X(6).
       77 HURUF-CARI pic X(2).
       77 SEMESTER-BOBOT pic X(6).
       77 BOBOT-CARI pic 9V99.
       77 LULUS-CARI pic X.
       77 ADA-SKALA-YA pic X.
           88 ADA-SKALA VALUE 'Y'.
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 PUTUSAN pic X.
           88 SETUJU VALUE 'S', 's'.
           88 TOLAK VALUE 'T', 't'.
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
       77 NPM-CARI pic X(14).
       77 SEMESTER-CARI pic X(6).
       77 KODE-CARI pic X(8).
       77 SESI-CARI pic X(8).
       77 JENIS-CARI pic X.
       77 BIAYA-SUSUL pic 9(9) VALUE 150000.
       77 BIAYA-REMED pic 9(9) VALUE 100000.
       77 HADIR-MIN pic 9(3) VALUE 75.
       77 BATAS-REMED pic X(2) VALUE 'C'.
       01 TABEL-REMED.
           02 HURUF-REMED pic X(2) OCCURS 5 TIMES.
       77 I pic 9(3).
       77 SYARAT-YA pic X.
           88 SYARAT-OK VALUE 'Y'.
       77 KET-SYARAT pic X(30).
       77 KELAS-MHS pic X(5).
       77 NAMA-MHS pic X(23).
       77 SKS-MHS pic 9(2).
       77 JUMLAH-SESI pic 9(4).
       77 HADIR-MHS pic 9(4).
       77 TANGGAL-LAMA pic X(8).
       77 KODE-MK-LAMA pic X(8).
       77 PERSEN-HADIR pic 9(3)V99.
       77 BIAYA-HIT pic 9(9).
       77 URUT-HIT pic 9(3).
       77 UANG-ED pic Z(8)9.
       77 AWALAN-SESI pic X(5).
       77 NOMOR-SESI pic 9(3).
       77 KAP-RUANG pic 9(3).
       77 RUANG-SAH-YA pic X.
           88 RUANG-SAH VALUE 'Y'.
       77 NOMOR-KURSI pic 9(3).
       77 JUMLAH-CALON pic 9(4).
       77 TOTAL-SEMUA pic 9(5).
       77 TOTAL-TUNDA pic 9(5).
       77 TOTAL-CETAK pic 9(4).
       77 STATUS-KET pic X(9).
       77 HURUF-MASUK pic X(2).
       77 BOBOT-BARU pic 9V99.
       77 BOBOT-LAMA pic 9V99.
       77 BOBOT-BATAS pic 9V99.
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 ADA-NILAI-LAMA-YA pic X.
           88 ADA-NILAI-LAMA VALUE 'Y'.
       01 UJIAN-O.
           02 SEMESTER-UO pic X(6).
           02 KODE-UO pic X(8).
           02 TANGGAL-UO pic X(8).
           02 SESI-UO pic 9.
           02 RUANG-UO pic X(8).
           02 KURSI-UO pic 9(3).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'SUSULAN'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           PERFORM BACA-PARAMETER THRU BACA-PARAMETER-SELESAI.
       MASUK.
           DISPLAY "=====UJIAN SUSULAN DAN REMEDIAL=====".
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
           DISPLAY "=====UJIAN SUSULAN DAN REMEDIAL=====".
           DISPLAY "1. AJUKAN PERMOHONAN".
           DISPLAY "2. PERSETUJUAN DAN BIAYA".
           DISPLAY "3. JADWALKAN SESI UJIAN".
           DISPLAY "4. CETAK DENAH DAN KARTU SESI".
           DISPLAY "5. ISI HASIL UJIAN".
           DISPLAY "6. DAFTAR PERMOHONAN".
           DISPLAY "7. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF (TERIMA = 1 OR TERIMA = 3 OR TERIMA = 5)
               AND OPERATOR-LEVEL < 2
                   DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGUBAH DATA."
                   GO TO PILIH-MENU.
           IF TERIMA = 2 AND OPERATOR-LEVEL < 3
               DISPLAY "HANYA SUPERVISOR YANG BOLEH MENYETUJUI."
               GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO BUKA-FILE5.
           IF TERIMA = 6 GO TO BUKA-FILE6.
           IF TERIMA = 7 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           OPEN I-O SUSULF.
           IF STATUS-SUSUL = "35"
               OPEN OUTPUT SUSULF
               CLOSE SUSULF
               OPEN I-O SUSULF.
           IF STATUS-SUSUL NOT = "00"
               DISPLAY "FILE PERMOHONAN GAGAL DIBUKA, STATUS = "
                   STATUS-SUSUL
               GO TO PILIH-MENU.
       AJU-MULAI.
           DISPLAY "NPM              : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           IF NPM-CARI = SPACES OR SEMESTER-CARI = SPACES
               OR KODE-CARI = SPACES
                   DISPLAY "NPM, SEMESTER DAN KODE HARUS DIISI, ULANGI."
                   GO TO AJU-MULAI.
       AJU-JENIS.
           DISPLAY "JENIS (S=SUSULAN R=REMEDIAL) : " WITH NO ADVANCING.
           ACCEPT JENIS-CARI.
           IF JENIS-CARI = 's'
               MOVE 'S' TO JENIS-CARI.
           IF JENIS-CARI = 'r'
               MOVE 'R' TO JENIS-CARI.
           IF JENIS-CARI NOT = 'S' AND JENIS-CARI NOT = 'R'
               DISPLAY "JENIS HARUS S ATAU R, ULANGI."
               GO TO AJU-JENIS.
           MOVE NPM-CARI TO NPM-SS.
           MOVE SEMESTER-CARI TO SEMESTER-SS.
           MOVE KODE-CARI TO KODE-MK-SS.
           READ SUSULF
               INVALID KEY GO TO AJU-BARU.
           IF STATUS-SS NOT = 'G' AND STATUS-SS NOT = 'T'
               DISPLAY "PERMOHONAN SUDAH ADA, STATUS " STATUS-SS "."
               GO TO AJU-LAGI.
       AJU-BARU.
           INITIALIZE RECSUSUL.
           MOVE NPM-CARI TO NPM-SS.
           MOVE SEMESTER-CARI TO SEMESTER-SS.
           MOVE KODE-CARI TO KODE-MK-SS.
           MOVE JENIS-CARI TO JENIS-SS.
           DISPLAY "ALASAN           : " WITH NO ADVANCING.
           ACCEPT ALASAN-SS.
           PERFORM CEK-SYARAT THRU CEK-SYARAT-SELESAI.
           MOVE HURUF-N TO HURUF-LAMA-SS.
           IF NOT ADA-NILAI-LAMA
               MOVE SPACES TO HURUF-LAMA-SS.
           ACCEPT TGL-AJU-SS FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO OPR-AJU-SS.
           MOVE 0 TO BIAYA-SS.
           MOVE 0 TO KURSI-SS.
           MOVE SPACES TO KODE-UJI-SS.
           MOVE SPACES TO HURUF-BARU-SS.
           MOVE SPACES TO TGL-PUTUS-SS.
           MOVE SPACES TO OPR-PUTUS-SS.
           IF SYARAT-OK
               MOVE 'B' TO STATUS-SS
               MOVE SPACES TO KET-SS
           ELSE
               MOVE 'G' TO STATUS-SS
               MOVE KET-SYARAT TO KET-SS.
           WRITE RECSUSUL
               INVALID KEY
                   REWRITE RECSUSUL
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN PERMOHONAN."
                           GO TO AJU-LAGI.
           MOVE SPACES TO AUDIT-KET.
           STRING NPM-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SEMESTER-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KODE-MK-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               JENIS-SS DELIMITED BY SIZE
               STATUS-SS DELIMITED BY SIZE
               INTO AUDIT-KET.
           MOVE "AJUSUSUL" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           IF SYARAT-OK
               DISPLAY "PERMOHONAN TERCATAT, MENUNGGU PERSETUJUAN."
           ELSE
               DISPLAY "TIDAK MEMENUHI SYARAT : " KET-SYARAT.
       AJU-LAGI.
           DISPLAY "ADA PERMOHONAN LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO AJU-MULAI.
           CLOSE SUSULF.
           GO TO PILIH-MENU.

       CEK-SYARAT.
           MOVE 'Y' TO SYARAT-YA.
           MOVE SPACES TO KET-SYARAT.
           MOVE 'T' TO ADA-NILAI-LAMA-YA.
           MOVE SPACES TO HURUF-N.
           MOVE 0 TO SKS-MHS.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               MOVE 'T' TO SYARAT-YA
               MOVE "FILE KRS TIDAK DITEMUKAN" TO KET-SYARAT
               GO TO CEK-SYARAT-SELESAI.
           MOVE NPM-SS TO NPM-K.
           MOVE SEMESTER-SS TO SEMESTER-K.
           MOVE KODE-MK-SS TO KODE-MK-K.
           READ KRSFILE
               INVALID KEY
                   MOVE 'T' TO SYARAT-YA
                   MOVE "MATA KULIAH TIDAK ADA DI KRS" TO KET-SYARAT.
           IF SYARAT-OK
               MOVE SKS-K TO SKS-MHS.
           CLOSE KRSFILE.
           IF NOT SYARAT-OK
               GO TO CEK-SYARAT-SELESAI.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               GO TO CEK-SYARAT-JENIS.
           MOVE NPM-SS TO NPM-N.
           MOVE SEMESTER-SS TO SEMESTER-N.
           MOVE KODE-MK-SS TO KODE-MK-N.
           MOVE 'Y' TO ADA-NILAI-LAMA-YA.
           READ NILAIFILE
               INVALID KEY MOVE 'T' TO ADA-NILAI-LAMA-YA.
           CLOSE NILAIFILE.
       CEK-SYARAT-JENIS.
           IF JENIS-SS = 'R'
               GO TO CEK-SYARAT-REMED.
           PERFORM CEK-HADIR THRU CEK-HADIR-SELESAI.
           IF NOT SYARAT-OK
               GO TO CEK-SYARAT-SELESAI.
           OPEN INPUT BLOKIRF.
           IF STATUS-BLOKIR NOT = "00"
               GO TO CEK-SYARAT-SELESAI.
           MOVE NPM-SS TO NPM-BL.
           READ BLOKIRF
               INVALID KEY MOVE SPACE TO JENIS-BL.
           CLOSE BLOKIRF.
           IF JENIS-BL = 'K'
               MOVE 'T' TO SYARAT-YA
               MOVE "BLOKIR KEUANGAN MASIH AKTIF" TO KET-SYARAT.
           GO TO CEK-SYARAT-SELESAI.
       CEK-SYARAT-REMED.
           IF NOT ADA-NILAI-LAMA
               MOVE 'T' TO SYARAT-YA
               MOVE "NILAI BELUM ADA, TIDAK BISA REMEDIAL"
                   TO KET-SYARAT
               GO TO CEK-SYARAT-SELESAI.
           MOVE 'T' TO SYARAT-YA.
           MOVE 0 TO I.
       CEK-SYARAT-HURUF.
           ADD 1 TO I.
           IF I > 5
               GO TO CEK-SYARAT-TOLAK.
           IF HURUF-REMED (I) NOT = SPACES
               AND HURUF-REMED (I) = HURUF-N
                   MOVE 'Y' TO SYARAT-YA
                   GO TO CEK-SYARAT-SELESAI.
           GO TO CEK-SYARAT-HURUF.
       CEK-SYARAT-TOLAK.
           MOVE SPACES TO KET-SYARAT.
           STRING "NILAI " DELIMITED BY SIZE
               HURUF-N DELIMITED BY SPACE
               " TIDAK BOLEH REMEDIAL" DELIMITED BY SIZE
               INTO KET-SYARAT.
       CEK-SYARAT-SELESAI.
           EXIT.

       CEK-HADIR.
           MOVE SPACES TO KELAS-MHS.
           MOVE SPACES TO NAMA-MHS.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               MOVE 'T' TO SYARAT-YA
               MOVE "FILE DATA TIDAK DITEMUKAN" TO KET-SYARAT
               GO TO CEK-HADIR-SELESAI.
           MOVE NPM-SS TO NPM.
           MOVE SEMESTER-SS TO SEMESTER.
           READ MHS
               INVALID KEY
                   MOVE 'T' TO SYARAT-YA
                   MOVE "MAHASISWA TIDAK TERDAFTAR" TO KET-SYARAT.
           IF SYARAT-OK
               MOVE KELAS TO KELAS-MHS
               MOVE NAMA TO NAMA-MHS.
           CLOSE MHS.
           IF NOT SYARAT-OK
               GO TO CEK-HADIR-SELESAI.
           OPEN INPUT ABSEN.
           IF STATUS-ABSEN NOT = "00"
               GO TO CEK-HADIR-SELESAI.
           MOVE 0 TO JUMLAH-SESI.
           MOVE 0 TO HADIR-MHS.
           MOVE SPACES TO TANGGAL-LAMA.
           MOVE SPACES TO KODE-MK-LAMA.
           MOVE KELAS-MHS TO KELAS-AB.
           MOVE SEMESTER-SS TO SEMESTER-AB.
           MOVE SPACES TO TANGGAL-AB.
           MOVE KODE-MK-SS TO KODE-MK-AB.
           MOVE SPACES TO NPM-AB.
           START ABSEN KEY NOT < ABSEN-KUNCI
               INVALID KEY GO TO CEK-HADIR-HITUNG.
       CEK-HADIR-BACA.
           READ ABSEN NEXT RECORD
               AT END GO TO CEK-HADIR-HITUNG.
           IF KELAS-AB NOT = KELAS-MHS
               OR SEMESTER-AB NOT = SEMESTER-SS
                   GO TO CEK-HADIR-HITUNG.
           IF KODE-MK-AB NOT = KODE-MK-SS
               GO TO CEK-HADIR-BACA.
           IF TANGGAL-AB NOT = TANGGAL-LAMA
               OR KODE-MK-AB NOT = KODE-MK-LAMA
               MOVE TANGGAL-AB TO TANGGAL-LAMA
               MOVE KODE-MK-AB TO KODE-MK-LAMA
               ADD 1 TO JUMLAH-SESI.
           IF NPM-AB = NPM-SS AND HADIR-AB = 'H'
               ADD 1 TO HADIR-MHS.
           GO TO CEK-HADIR-BACA.
       CEK-HADIR-HITUNG.
           CLOSE ABSEN.
           IF JUMLAH-SESI = 0
               GO TO CEK-HADIR-SELESAI.
           COMPUTE PERSEN-HADIR ROUNDED =
               HADIR-MHS * 100 / JUMLAH-SESI.
           IF PERSEN-HADIR < HADIR-MIN
               MOVE 'T' TO SYARAT-YA
               MOVE "KEHADIRAN KURANG DARI BATAS" TO KET-SYARAT.
       CEK-HADIR-SELESAI.
           EXIT.

       BUKA-FILE2.
           OPEN I-O SUSULF.
           IF STATUS-SUSUL NOT = "00"
               DISPLAY "BELUM ADA PERMOHONAN TERSIMPAN."
               GO TO PILIH-MENU.
           DISPLAY "=============================================".
           DISPLAY "PERMOHONAN MENUNGGU PERSETUJUAN :".
           DISPLAY "=============================================".
           MOVE 0 TO TOTAL-TUNDA.
       PUTUS-DAFTAR.
           READ SUSULF NEXT RECORD
               AT END GO TO PUTUS-DAFTAR-SELESAI.
           IF STATUS-SS NOT = 'B'
               GO TO PUTUS-DAFTAR.
           DISPLAY NPM-SS " " SEMESTER-SS " " KODE-MK-SS " "
               JENIS-SS " " HURUF-LAMA-SS " " ALASAN-SS.
           ADD 1 TO TOTAL-TUNDA.
           GO TO PUTUS-DAFTAR.
       PUTUS-DAFTAR-SELESAI.
           DISPLAY "TOTAL MENUNGGU : " TOTAL-TUNDA.
           IF TOTAL-TUNDA = 0
               CLOSE SUSULF
               GO TO PILIH-MENU.
       PUTUS-PILIH.
           DISPLAY "NPM              : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           MOVE NPM-CARI TO NPM-SS.
           MOVE SEMESTER-CARI TO SEMESTER-SS.
           MOVE KODE-CARI TO KODE-MK-SS.
           READ SUSULF
               INVALID KEY
                   DISPLAY "PERMOHONAN TIDAK DITEMUKAN."
                   GO TO PUTUS-LAGI.
           IF STATUS-SS NOT = 'B'
               DISPLAY "PERMOHONAN SUDAH DIPUTUSKAN (" STATUS-SS ")."
               GO TO PUTUS-LAGI.
           MOVE BIAYA-SUSUL TO BIAYA-HIT.
           IF JENIS-SS = 'R'
               MOVE BIAYA-REMED TO BIAYA-HIT.
           MOVE BIAYA-HIT TO UANG-ED.
           DISPLAY "JENIS " JENIS-SS " NILAI LAMA " HURUF-LAMA-SS
               " BIAYA " UANG-ED " ALASAN " ALASAN-SS.
       PUTUS-PUTUSKAN.
           DISPLAY "SETUJUI ATAU TOLAK? (S/T) : " WITH NO ADVANCING.
           ACCEPT PUTUSAN.
           IF NOT SETUJU AND NOT TOLAK
               GO TO PUTUS-PUTUSKAN.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           IF TOLAK
               GO TO PUTUS-TOLAK.
           PERFORM CEK-SYARAT THRU CEK-SYARAT-SELESAI.
           IF NOT SYARAT-OK
               DISPLAY "SYARAT TIDAK LAGI TERPENUHI : " KET-SYARAT
               MOVE 'G' TO STATUS-SS
               MOVE KET-SYARAT TO KET-SS
               MOVE TGL-HARI TO TGL-PUTUS-SS
               MOVE OPERATOR-ID TO OPR-PUTUS-SS
               REWRITE RECSUSUL
                   INVALID KEY DISPLAY "GAGAL MENYIMPAN PUTUSAN."
               GO TO PUTUS-LAGI.
           PERFORM POSTING-BIAYA THRU POSTING-BIAYA-SELESAI.
           IF NOT SYARAT-OK
               DISPLAY KET-SYARAT ", PERMOHONAN TETAP MENUNGGU."
               GO TO PUTUS-LAGI.
           MOVE 'S' TO STATUS-SS.
           MOVE BIAYA-HIT TO BIAYA-SS.
           MOVE TGL-HARI TO TGL-PUTUS-SS.
           MOVE OPERATOR-ID TO OPR-PUTUS-SS.
           MOVE SPACES TO KET-SS.
           REWRITE RECSUSUL
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PUTUSAN.".
           MOVE SPACES TO AUDIT-KET.
           STRING NPM-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SEMESTER-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KODE-MK-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               BIAYA-SS DELIMITED BY SIZE
               INTO AUDIT-KET.
           MOVE "SETUJUSUS" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "PERMOHONAN DISETUJUI, BIAYA " UANG-ED
               " DITAMBAHKAN KE TAGIHAN.".
           GO TO PUTUS-LAGI.
       PUTUS-TOLAK.
           DISPLAY "ALASAN PENOLAKAN : " WITH NO ADVANCING.
           ACCEPT KET-SS.
           MOVE 'T' TO STATUS-SS.
           MOVE TGL-HARI TO TGL-PUTUS-SS.
           MOVE OPERATOR-ID TO OPR-PUTUS-SS.
           REWRITE RECSUSUL
               INVALID KEY DISPLAY "GAGAL MENYIMPAN PUTUSAN.".
           MOVE SPACES TO AUDIT-KET.
           STRING NPM-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SEMESTER-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KODE-MK-SS DELIMITED BY SPACE
               INTO AUDIT-KET.
           MOVE "TOLAKSUS" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "PERMOHONAN DITOLAK.".
       PUTUS-LAGI.
           DISPLAY "PUTUSKAN PERMOHONAN LAIN? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO PUTUS-PILIH.
           CLOSE SUSULF.
           GO TO PILIH-MENU.

       POSTING-BIAYA.
           OPEN I-O TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               MOVE 'T' TO SYARAT-YA
               MOVE "FILE TAGIHAN TIDAK DITEMUKAN" TO KET-SYARAT
               GO TO POSTING-BIAYA-SELESAI.
           MOVE NPM-SS TO NPM-G.
           MOVE SEMESTER-SS TO SEMESTER-G.
           READ TAGIHAN
               INVALID KEY
                   MOVE 'T' TO SYARAT-YA
                   MOVE "TAGIHAN SEMESTER BELUM DIBUAT" TO KET-SYARAT
                   CLOSE TAGIHAN
                   GO TO POSTING-BIAYA-SELESAI.
           OPEN I-O RINCIF.
           IF STATUS-RINCI = "35"
               OPEN OUTPUT RINCIF
               CLOSE RINCIF
               OPEN I-O RINCIF.
           IF STATUS-RINCI NOT = "00"
               MOVE 'T' TO SYARAT-YA
               MOVE "FILE RINCIAN GAGAL DIBUKA" TO KET-SYARAT
               CLOSE TAGIHAN
               GO TO POSTING-BIAYA-SELESAI.
           ADD BIAYA-HIT TO TAGIHAN-G.
           REWRITE RECTAGIHAN
               INVALID KEY
                   MOVE 'T' TO SYARAT-YA
                   MOVE "GAGAL MENYIMPAN TAGIHAN" TO KET-SYARAT
                   CLOSE TAGIHAN
                   CLOSE RINCIF
                   GO TO POSTING-BIAYA-SELESAI.
           CLOSE TAGIHAN.
           PERFORM URUT-RINCIAN THRU URUT-RINCIAN-SELESAI.
           ADD 1 TO URUT-HIT.
           MOVE NPM-SS TO NPM-RC.
           MOVE SEMESTER-SS TO SEMESTER-RC.
           MOVE URUT-HIT TO URUT-RC.
           MOVE 'U' TO JENIS-RC.
           MOVE KODE-MK-SS TO KODE-MK-RC.
           MOVE SKS-MHS TO SKS-RC.
           MOVE BIAYA-HIT TO JUMLAH-RC.
           MOVE TGL-HARI TO TANGGAL-RC.
           WRITE RECRINCI
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN RINCIAN " NPM-SS.
           CLOSE RINCIF.
       POSTING-BIAYA-SELESAI.
           EXIT.

       URUT-RINCIAN.
           MOVE 0 TO URUT-HIT.
           MOVE NPM-SS TO NPM-RC.
           MOVE SEMESTER-SS TO SEMESTER-RC.
           MOVE 0 TO URUT-RC.
           START RINCIF KEY NOT < RINCI-KUNCI
               INVALID KEY GO TO URUT-RINCIAN-SELESAI.
       URUT-RINCIAN-BACA.
           READ RINCIF NEXT RECORD
               AT END GO TO URUT-RINCIAN-SELESAI.
           IF NPM-RC NOT = NPM-SS OR SEMESTER-RC NOT = SEMESTER-SS
               GO TO URUT-RINCIAN-SELESAI.
           MOVE URUT-RC TO URUT-HIT.
           GO TO URUT-RINCIAN-BACA.
       URUT-RINCIAN-SELESAI.
           EXIT.

       BUKA-FILE3.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
       JADWAL-JENIS.
           DISPLAY "JENIS (S=SUSULAN R=REMEDIAL) : " WITH NO ADVANCING.
           ACCEPT JENIS-CARI.
           IF JENIS-CARI = 's'
               MOVE 'S' TO JENIS-CARI.
           IF JENIS-CARI = 'r'
               MOVE 'R' TO JENIS-CARI.
           IF JENIS-CARI NOT = 'S' AND JENIS-CARI NOT = 'R'
               DISPLAY "JENIS HARUS S ATAU R, ULANGI."
               GO TO JADWAL-JENIS.
           MOVE "SUSUL" TO AWALAN-SESI.
           IF JENIS-CARI = 'R'
               MOVE "REMED" TO AWALAN-SESI.
           OPEN I-O SUSULF.
           IF STATUS-SUSUL NOT = "00"
               DISPLAY "BELUM ADA PERMOHONAN TERSIMPAN."
               GO TO PILIH-MENU.
           MOVE 0 TO JUMLAH-CALON.
       JADWAL-HITUNG.
           READ SUSULF NEXT RECORD
               AT END GO TO JADWAL-HITUNG-SELESAI.
           IF SEMESTER-SS = SEMESTER-CARI AND JENIS-SS = JENIS-CARI
               AND STATUS-SS = 'S'
                   ADD 1 TO JUMLAH-CALON.
           GO TO JADWAL-HITUNG.
       JADWAL-HITUNG-SELESAI.
           IF JUMLAH-CALON = 0
               DISPLAY "TIDAK ADA PERMOHONAN DISETUJUI YANG BELUM "
                   "DIJADWALKAN."
               CLOSE SUSULF
               GO TO PILIH-MENU.
           DISPLAY "PERMOHONAN SIAP DIJADWALKAN : " JUMLAH-CALON.
           OPEN I-O UJIANF.
           IF STATUS-UJIAN = "35"
               OPEN OUTPUT UJIANF
               CLOSE UJIANF
               OPEN I-O UJIANF.
           IF STATUS-UJIAN NOT = "00"
               DISPLAY "FILE UJIAN GAGAL DIBUKA, STATUS = "
                   STATUS-UJIAN
               CLOSE SUSULF
               GO TO PILIH-MENU.
           PERFORM CARI-NOMOR-SESI THRU CARI-NOMOR-SESI-SELESAI.
           INITIALIZE RECUJIAN.
           MOVE SEMESTER-CARI TO SEMESTER-U.
           MOVE SPACES TO KODE-MK-U.
           STRING AWALAN-SESI DELIMITED BY SIZE
               NOMOR-SESI DELIMITED BY SIZE
               INTO KODE-MK-U.
           DISPLAY "KODE SESI        : " KODE-MK-U.
       JADWAL-TANGGAL.
           DISPLAY "TANGGAL (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT TANGGAL-U.
           IF TANGGAL-U IS NOT NUMERIC
               DISPLAY "TANGGAL HARUS YYYYMMDD, ULANGI."
               GO TO JADWAL-TANGGAL.
       JADWAL-SESI.
           DISPLAY "SESI (1-4)       : " WITH NO ADVANCING.
           ACCEPT SESI-U.
           IF SESI-U IS NOT NUMERIC OR SESI-U < 1 OR SESI-U > 4
               DISPLAY "SESI HARUS 1 SAMPAI 4, ULANGI."
               GO TO JADWAL-SESI.
       JADWAL-RUANG.
           DISPLAY "RUANG            : " WITH NO ADVANCING.
           ACCEPT RUANG-U.
           PERFORM CEK-RUANG THRU CEK-RUANG-SELESAI.
           IF NOT RUANG-SAH
               DISPLAY "RUANG " RUANG-U
                   " TIDAK ADA DI MASTER RUANG, ULANGI."
               GO TO JADWAL-RUANG.
           IF KAP-RUANG > 0
               MOVE KAP-RUANG TO KURSI-U
               DISPLAY "JUMLAH KURSI     : " KURSI-U
                   " (KAPASITAS UJIAN RUANG)"
               GO TO JADWAL-SIMPAN.
           DISPLAY "JUMLAH KURSI     : " WITH NO ADVANCING.
           ACCEPT KURSI-U.
           IF KURSI-U IS NOT NUMERIC OR KURSI-U = 0
               DISPLAY "KURSI HARUS ANGKA LEBIH DARI NOL, ULANGI."
               GO TO JADWAL-RUANG.
       JADWAL-SIMPAN.
           WRITE RECUJIAN
               INVALID KEY
                   DISPLAY "SESI " KODE-MK-U " SUDAH ADA."
                   CLOSE UJIANF
                   CLOSE SUSULF
                   GO TO PILIH-MENU.
           MOVE KODE-MK-U TO SESI-CARI.
           MOVE KURSI-U TO KAP-RUANG.
           CLOSE UJIANF.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO NOMOR-KURSI.
           MOVE LOW-VALUES TO SUSUL-KUNCI.
           START SUSULF KEY NOT < SUSUL-KUNCI
               INVALID KEY GO TO JADWAL-SELESAI.
       JADWAL-BACA.
           IF NOMOR-KURSI NOT < KAP-RUANG
               GO TO JADWAL-SELESAI.
           READ SUSULF NEXT RECORD
               AT END GO TO JADWAL-SELESAI.
           IF SEMESTER-SS NOT = SEMESTER-CARI
               OR JENIS-SS NOT = JENIS-CARI
               OR STATUS-SS NOT = 'S'
                   GO TO JADWAL-BACA.
           ADD 1 TO NOMOR-KURSI.
           MOVE SESI-CARI TO KODE-UJI-SS.
           MOVE NOMOR-KURSI TO KURSI-SS.
           MOVE 'J' TO STATUS-SS.
           REWRITE RECSUSUL
               INVALID KEY DISPLAY "GAGAL MENJADWALKAN " NPM-SS.
           GO TO JADWAL-BACA.
       JADWAL-SELESAI.
           CLOSE SUSULF.
           MOVE SPACES TO AUDIT-KET.
           STRING SEMESTER-CARI DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SESI-CARI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMOR-KURSI DELIMITED BY SIZE
               INTO AUDIT-KET.
           MOVE "JADWALSUS" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY NOMOR-KURSI " PERMOHONAN DIJADWALKAN KE SESI "
               SESI-CARI ".".
           IF NOMOR-KURSI < JUMLAH-CALON
               DISPLAY "SISA PERMOHONAN BELUM MENDAPAT KURSI, "
                   "JADWALKAN SESI BERIKUTNYA.".
           PERFORM CETAK-SESI THRU CETAK-SESI-SELESAI.
           GO TO PILIH-MENU.

       CARI-NOMOR-SESI.
           MOVE 0 TO NOMOR-SESI.
           MOVE SEMESTER-CARI TO SEMESTER-U.
           MOVE SPACES TO KODE-MK-U.
           MOVE AWALAN-SESI TO KODE-MK-U.
           START UJIANF KEY NOT < UJIAN-KUNCI
               INVALID KEY GO TO CARI-NOMOR-SESI-AKHIR.
       CARI-NOMOR-SESI-BACA.
           READ UJIANF NEXT RECORD
               AT END GO TO CARI-NOMOR-SESI-AKHIR.
           IF SEMESTER-U NOT = SEMESTER-CARI
               OR KODE-MK-U (1:5) NOT = AWALAN-SESI
                   GO TO CARI-NOMOR-SESI-AKHIR.
           IF KODE-MK-U (6:3) IS NUMERIC
               MOVE KODE-MK-U (6:3) TO NOMOR-SESI.
           GO TO CARI-NOMOR-SESI-BACA.
       CARI-NOMOR-SESI-AKHIR.
           ADD 1 TO NOMOR-SESI.
       CARI-NOMOR-SESI-SELESAI.
           EXIT.

       CEK-RUANG.
           MOVE 'Y' TO RUANG-SAH-YA.
           MOVE 0 TO KAP-RUANG.
           OPEN INPUT RUANGMST.
           IF STATUS-RUANG NOT = "00"
               GO TO CEK-RUANG-SELESAI.
           MOVE RUANG-U TO KODE-RG.
           READ RUANGMST
               INVALID KEY MOVE 'T' TO RUANG-SAH-YA.
           IF RUANG-SAH
               MOVE KAP-UJIAN-RG TO KAP-RUANG.
           CLOSE RUANGMST.
       CEK-RUANG-SELESAI.
           EXIT.

       BUKA-FILE4.
           DISPLAY "SEMESTER  : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "KODE SESI : " WITH NO ADVANCING.
           ACCEPT SESI-CARI.
           PERFORM CETAK-SESI THRU CETAK-SESI-SELESAI.
           GO TO PILIH-MENU.

       CETAK-SESI.
           OPEN INPUT UJIANF.
           IF STATUS-UJIAN NOT = "00"
               DISPLAY "BELUM ADA JADWAL UJIAN TERSIMPAN."
               GO TO CETAK-SESI-SELESAI.
           MOVE SEMESTER-CARI TO SEMESTER-U.
           MOVE SESI-CARI TO KODE-MK-U.
           READ UJIANF INTO UJIAN-O
               INVALID KEY
                   DISPLAY "SESI " SESI-CARI " TIDAK DITEMUKAN."
                   CLOSE UJIANF
                   GO TO CETAK-SESI-SELESAI.
           CLOSE UJIANF.
           OPEN INPUT SUSULF.
           IF STATUS-SUSUL NOT = "00"
               DISPLAY "BELUM ADA PERMOHONAN TERSIMPAN."
               GO TO CETAK-SESI-SELESAI.
           MOVE 'T' TO ADA-MHS-YA.
           OPEN INPUT MHS.
           IF STATUS-SALAH = "00"
               MOVE 'Y' TO ADA-MHS-YA.
           OPEN OUTPUT LAPCETAK.
           OPEN OUTPUT KARTU.
           MOVE SPACES TO LAP2-LINE.
           IF KODE-UO (1:5) = "REMED"
               STRING "UNIVERSITAS CONTOH - DENAH KURSI UJIAN REMEDIAL"
                   DELIMITED BY SIZE
                   INTO LAP2-LINE
           ELSE
               STRING "UNIVERSITAS CONTOH - DENAH KURSI UJIAN SUSULAN"
                   DELIMITED BY SIZE
                   INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "SESI : " DELIMITED BY SIZE
               KODE-UO DELIMITED BY SIZE
               "  SEMESTER " DELIMITED BY SIZE
               SEMESTER-UO DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "TANGGAL : " DELIMITED BY SIZE
               TANGGAL-UO DELIMITED BY SIZE
               "  SESI " DELIMITED BY SIZE
               SESI-UO DELIMITED BY SIZE
               "  RUANG " DELIMITED BY SIZE
               RUANG-UO DELIMITED BY SIZE
               "  KURSI " DELIMITED BY SIZE
               KURSI-UO DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               "======================" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "KURSI NPM            NAMA                    "
               "KODE MK  TANDA TANGAN" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO TOTAL-CETAK.
       CETAK-SESI-BACA.
           READ SUSULF NEXT RECORD
               AT END GO TO CETAK-SESI-AKHIR.
           IF SEMESTER-SS NOT = SEMESTER-CARI
               OR KODE-UJI-SS NOT = SESI-CARI
                   GO TO CETAK-SESI-BACA.
           MOVE SPACES TO NAMA-MHS.
           MOVE NPM-SS TO NPM.
           MOVE SEMESTER-SS TO SEMESTER.
           IF ADA-MHS
               READ MHS
                   INVALID KEY MOVE SPACES TO NAMA.
           IF ADA-MHS
               MOVE NAMA TO NAMA-MHS.
           MOVE SPACES TO LAP2-LINE.
           STRING " " DELIMITED BY SIZE
               KURSI-SS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NPM-SS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-MHS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KODE-MK-SS DELIMITED BY SIZE
               " ................" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           PERFORM CETAK-KARTU.
           ADD 1 TO TOTAL-CETAK.
           GO TO CETAK-SESI-BACA.
       CETAK-SESI-AKHIR.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "   ...................    ..................."
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "   PENGAWAS UJIAN         PANITIA UJIAN"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE SUSULF.
           IF ADA-MHS
               CLOSE MHS.
           CLOSE LAPCETAK.
           CLOSE KARTU.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           MOVE 'SUSKURSI.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           MOVE 'SUSKARTU.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           DISPLAY TOTAL-CETAK " PESERTA. DENAH TERCETAK KE "
               "SUSKURSI.LIS, KARTU KE SUSKARTU.LIS.".
       CETAK-SESI-SELESAI.
           EXIT.

       CETAK-KARTU.
           MOVE SPACES TO KARTU-LINE.
           IF JENIS-SS = 'R'
               STRING "UNIVERSITAS CONTOH - KARTU UJIAN REMEDIAL"
                   DELIMITED BY SIZE
                   INTO KARTU-LINE
           ELSE
               STRING "UNIVERSITAS CONTOH - KARTU UJIAN SUSULAN"
                   DELIMITED BY SIZE
                   INTO KARTU-LINE.
           WRITE KARTU-LINE.
           MOVE SPACES TO KARTU-LINE.
           STRING "NPM  : " DELIMITED BY SIZE
               NPM-SS DELIMITED BY SIZE
               "  NAMA : " DELIMITED BY SIZE
               NAMA-MHS DELIMITED BY SIZE
               INTO KARTU-LINE.
           WRITE KARTU-LINE.
           MOVE SPACES TO KARTU-LINE.
           STRING "SEMESTER : " DELIMITED BY SIZE
               SEMESTER-SS DELIMITED BY SIZE
               INTO KARTU-LINE.
           WRITE KARTU-LINE.
           MOVE SPACES TO KARTU-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO KARTU-LINE.
           WRITE KARTU-LINE.
           MOVE SPACES TO KARTU-LINE.
           STRING "KODE     TANGGAL  SESI RUANG    KURSI SESI UJIAN"
               DELIMITED BY SIZE
               INTO KARTU-LINE.
           WRITE KARTU-LINE.
           MOVE SPACES TO KARTU-LINE.
           STRING KODE-MK-SS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TANGGAL-UO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SESI-UO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RUANG-UO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KURSI-SS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               KODE-UO DELIMITED BY SIZE
               INTO KARTU-LINE.
           WRITE KARTU-LINE.
           MOVE SPACES TO KARTU-LINE.
           WRITE KARTU-LINE.

       BUKA-FILE5.
           OPEN I-O SUSULF.
           IF STATUS-SUSUL NOT = "00"
               DISPLAY "BELUM ADA PERMOHONAN TERSIMPAN."
               GO TO PILIH-MENU.
       HASIL-MULAI.
           DISPLAY "NPM              : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           MOVE NPM-CARI TO NPM-SS.
           MOVE SEMESTER-CARI TO SEMESTER-SS.
           MOVE KODE-CARI TO KODE-MK-SS.
           READ SUSULF
               INVALID KEY
                   DISPLAY "PERMOHONAN TIDAK DITEMUKAN."
                   GO TO HASIL-LAGI.
           IF STATUS-SS NOT = 'J'
               DISPLAY "PERMOHONAN BELUM DIJADWALKAN ATAU SUDAH "
                   "DINILAI (" STATUS-SS ")."
               GO TO HASIL-LAGI.
       HASIL-HURUF.
           DISPLAY "NILAI HURUF HASIL UJIAN : " WITH NO ADVANCING.
           ACCEPT HURUF-MASUK.
           MOVE HURUF-MASUK TO HURUF-CARI.
           MOVE SEMESTER-SS TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NOT ADA-SKALA
               DISPLAY "NILAI " HURUF-MASUK
                   " TIDAK ADA DI SKALA NILAI SEMESTER INI, ULANGI."
               GO TO HASIL-HURUF.
           MOVE BOBOT-CARI TO BOBOT-BARU.
           IF JENIS-SS NOT = 'R'
               GO TO HASIL-USUL.
           MOVE BATAS-REMED TO HURUF-CARI.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NOT ADA-SKALA
               DISPLAY "BATAS-REMED " BATAS-REMED
                   " TIDAK ADA DI SKALA NILAI SEMESTER INI."
               DISPLAY "HASIL TIDAK DISIMPAN, PERBAIKI PARAMETER "
                   "BATAS-REMED DULU."
               GO TO HASIL-LAGI.
           MOVE BOBOT-CARI TO BOBOT-BATAS.
           IF BOBOT-BARU > BOBOT-BATAS
               DISPLAY "NILAI REMEDIAL MAKSIMAL " BATAS-REMED
                   ", NILAI " HURUF-MASUK " DIBATASI."
               MOVE BATAS-REMED TO HURUF-MASUK
               MOVE BOBOT-BATAS TO BOBOT-BARU.
           MOVE HURUF-LAMA-SS TO HURUF-CARI.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           MOVE BOBOT-CARI TO BOBOT-LAMA.
           IF BOBOT-BARU > BOBOT-LAMA
               GO TO HASIL-USUL.
           MOVE HURUF-MASUK TO HURUF-BARU-SS.
           MOVE 'L' TO STATUS-SS.
           MOVE "NILAI LAMA TETAP BERLAKU" TO KET-SS.
           REWRITE RECSUSUL
               INVALID KEY DISPLAY "GAGAL MENYIMPAN HASIL.".
           DISPLAY "HASIL REMEDIAL TIDAK LEBIH BAIK, NILAI "
               HURUF-LAMA-SS " TETAP BERLAKU.".
           GO TO HASIL-LAGI.
       HASIL-USUL.
           OPEN I-O UBAHNIL.
           IF STATUS-UBAH = "35"
               OPEN OUTPUT UBAHNIL
               CLOSE UBAHNIL
               OPEN I-O UBAHNIL.
           IF STATUS-UBAH NOT = "00"
               DISPLAY "FILE PERUBAHAN GAGAL DIBUKA, STATUS = "
                   STATUS-UBAH
               GO TO HASIL-LAGI.
           MOVE NPM-SS TO NPM-UB.
           MOVE SEMESTER-SS TO SEMESTER-UB.
           MOVE KODE-MK-SS TO KODE-MK-UB.
           READ UBAHNIL
               INVALID KEY MOVE SPACE TO STATUS-UB.
           IF STATUS-UB = 'B'
               DISPLAY "MASIH ADA USULAN PERUBAHAN NILAI MENUNGGU, "
                   "PUTUSKAN DULU."
               CLOSE UBAHNIL
               GO TO HASIL-LAGI.
           MOVE SPACES TO HURUF-N.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               GO TO HASIL-TULIS.
           MOVE NPM-SS TO NPM-N.
           MOVE SEMESTER-SS TO SEMESTER-N.
           MOVE KODE-MK-SS TO KODE-MK-N.
           READ NILAIFILE
               INVALID KEY MOVE SPACES TO HURUF-N.
           CLOSE NILAIFILE.
       HASIL-TULIS.
           MOVE NPM-SS TO NPM-UB.
           MOVE SEMESTER-SS TO SEMESTER-UB.
           MOVE KODE-MK-SS TO KODE-MK-UB.
           MOVE HURUF-N TO NILAI-LAMA-UB.
           MOVE HURUF-MASUK TO NILAI-BARU-UB.
           MOVE OPERATOR-ID TO PEMINTA-UB.
           MOVE SPACES TO ALASAN-UB.
           IF JENIS-SS = 'R'
               STRING "REMEDIAL SESI " DELIMITED BY SIZE
                   KODE-UJI-SS DELIMITED BY SIZE
                   " MAKS " DELIMITED BY SIZE
                   BATAS-REMED DELIMITED BY SIZE
                   INTO ALASAN-UB
           ELSE
               STRING "UJIAN SUSULAN SESI " DELIMITED BY SIZE
                   KODE-UJI-SS DELIMITED BY SIZE
                   INTO ALASAN-UB.
           MOVE 'B' TO STATUS-UB.
           ACCEPT TANGGAL-UB FROM DATE YYYYMMDD.
           WRITE RECUBAH
               INVALID KEY
                   REWRITE RECUBAH
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN USULAN."
                           CLOSE UBAHNIL
                           GO TO HASIL-LAGI.
           CLOSE UBAHNIL.
           MOVE HURUF-MASUK TO HURUF-BARU-SS.
           MOVE 'N' TO STATUS-SS.
           MOVE SPACES TO KET-SS.
           REWRITE RECSUSUL
               INVALID KEY DISPLAY "GAGAL MENYIMPAN HASIL.".
           MOVE SPACES TO AUDIT-KET.
           STRING NPM-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KODE-MK-SS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NILAI-LAMA-UB DELIMITED BY SIZE
               "->" DELIMITED BY SIZE
               NILAI-BARU-UB DELIMITED BY SIZE
               INTO AUDIT-KET.
           MOVE "HASILSUS" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "NILAI " HURUF-MASUK
               " MENUNGGU PERSETUJUAN PERUBAHAN NILAI.".
       HASIL-LAGI.
           DISPLAY "ISI HASIL LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO HASIL-MULAI.
           CLOSE SUSULF.
           GO TO PILIH-MENU.

       BUKA-FILE6.
           DISPLAY "SEMESTER (KOSONGKAN = SEMUA) : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           OPEN INPUT SUSULF.
           IF STATUS-SUSUL NOT = "00"
               DISPLAY "BELUM ADA PERMOHONAN TERSIMPAN."
               GO TO PILIH-MENU.
           DISPLAY "============================================="
               "=========================".
           DISPLAY "NPM            SMSTR  KODE     J STATUS    "
               "SESI     KRS LAMA BARU     BIAYA".
           DISPLAY "============================================="
               "=========================".
           MOVE 0 TO TOTAL-SEMUA.
       DAFTAR-BACA.
           READ SUSULF NEXT RECORD
               AT END GO TO DAFTAR-SELESAI.
           IF SEMESTER-CARI NOT = SPACES
               AND SEMESTER-SS NOT = SEMESTER-CARI
                   GO TO DAFTAR-BACA.
           MOVE "MENUNGGU" TO STATUS-KET.
           IF STATUS-SS = 'G'
               MOVE "TAK SYARAT" TO STATUS-KET.
           IF STATUS-SS = 'S'
               MOVE "DISETUJUI" TO STATUS-KET.
           IF STATUS-SS = 'T'
               MOVE "DITOLAK" TO STATUS-KET.
           IF STATUS-SS = 'J'
               MOVE "TERJADWAL" TO STATUS-KET.
           IF STATUS-SS = 'N'
               MOVE "DINILAI" TO STATUS-KET.
           IF STATUS-SS = 'L'
               MOVE "TETAP" TO STATUS-KET.
           MOVE BIAYA-SS TO UANG-ED.
           DISPLAY NPM-SS " " SEMESTER-SS " " KODE-MK-SS " "
               JENIS-SS " " STATUS-KET " " KODE-UJI-SS " " KURSI-SS
               " " HURUF-LAMA-SS "   " HURUF-BARU-SS "   " UANG-ED.
           IF KET-SS NOT = SPACES
               DISPLAY "               KETERANGAN : " KET-SS.
           ADD 1 TO TOTAL-SEMUA.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           DISPLAY " ".
           DISPLAY "TOTAL PERMOHONAN : " TOTAL-SEMUA.
           CLOSE SUSULF.
           GO TO PILIH-MENU.

       BACA-PARAMETER.
           MOVE SPACES TO TABEL-REMED.
           MOVE 'D' TO HURUF-REMED (1).
           MOVE 'E' TO HURUF-REMED (2).
           OPEN INPUT PARAMCTL.
           IF STATUS-PARAM NOT = "00"
               GO TO BACA-PARAMETER-SELESAI.
       BACA-PARAMETER-BARIS.
           READ PARAMCTL
               AT END
                   CLOSE PARAMCTL
                   GO TO BACA-PARAMETER-SELESAI.
           IF PAR-NAMA = "BIAYA-SUSUL" AND PAR-NILAI (1:9) IS NUMERIC
               MOVE PAR-NILAI (1:9) TO BIAYA-SUSUL.
           IF PAR-NAMA = "BIAYA-REMED" AND PAR-NILAI (1:9) IS NUMERIC
               MOVE PAR-NILAI (1:9) TO BIAYA-REMED.
           IF PAR-NAMA = "HADIR-MIN" AND PAR-NILAI (1:3) IS NUMERIC
               MOVE PAR-NILAI (1:3) TO HADIR-MIN.
           IF PAR-NAMA = "BATAS-REMED" AND PAR-NILAI NOT = SPACES
               MOVE PAR-NILAI (1:2) TO BATAS-REMED.
           IF PAR-NAMA = "HURUF-REMED" AND PAR-NILAI NOT = SPACES
               MOVE SPACES TO TABEL-REMED
               UNSTRING PAR-NILAI DELIMITED BY ALL SPACE
                   INTO HURUF-REMED (1) HURUF-REMED (2)
                       HURUF-REMED (3) HURUF-REMED (4)
                       HURUF-REMED (5).
           GO TO BACA-PARAMETER-BARIS.
       BACA-PARAMETER-SELESAI.
           EXIT.

       MUAT-SKALA.
           MOVE 0 TO ISI-SKALA.
       MUAT-SKALA-LAMA.
           ADD 1 TO ISI-SKALA.
           MOVE SPACES TO TS-SEMESTER (ISI-SKALA).
           MOVE LAMA-HURUF (ISI-SKALA) TO TS-HURUF (ISI-SKALA).
           MOVE LAMA-BOBOT (ISI-SKALA) TO TS-BOBOT (ISI-SKALA).
           MOVE LAMA-LULUS (ISI-SKALA) TO TS-LULUS (ISI-SKALA).
           IF ISI-SKALA < 5
               GO TO MUAT-SKALA-LAMA.
           OPEN INPUT SKALA.
           IF STATUS-SKALA NOT = "00"
               GO TO MUAT-SKALA-SELESAI.
       MUAT-SKALA-BACA.
           READ SKALA NEXT RECORD
               AT END GO TO MUAT-SKALA-TUTUP.
           IF ISI-SKALA < 100
               ADD 1 TO ISI-SKALA
               MOVE SEMESTER-SK TO TS-SEMESTER (ISI-SKALA)
               MOVE HURUF-SK TO TS-HURUF (ISI-SKALA)
               MOVE BOBOT-SK TO TS-BOBOT (ISI-SKALA)
               MOVE LULUS-SK TO TS-LULUS (ISI-SKALA).
           GO TO MUAT-SKALA-BACA.
       MUAT-SKALA-TUTUP.
           CLOSE SKALA.
       MUAT-SKALA-SELESAI.
           EXIT.

       CARI-BOBOT.
           MOVE 0 TO BOBOT-CARI.
           MOVE 'T' TO LULUS-CARI.
           MOVE 'T' TO ADA-SKALA-YA.
           MOVE SPACES TO SEM-SKALA.
           MOVE 0 TO K-SKALA.
       CARI-BOBOT-SEMESTER.
           ADD 1 TO K-SKALA.
           IF K-SKALA > ISI-SKALA
               MOVE 0 TO K-SKALA
               GO TO CARI-BOBOT-HURUF.
           IF TS-SEMESTER (K-SKALA) NOT > SEMESTER-BOBOT
               MOVE TS-SEMESTER (K-SKALA) TO SEM-SKALA.
           GO TO CARI-BOBOT-SEMESTER.
       CARI-BOBOT-HURUF.
           ADD 1 TO K-SKALA.
           IF K-SKALA > ISI-SKALA
               GO TO CARI-BOBOT-SELESAI.
           IF TS-SEMESTER (K-SKALA) = SEM-SKALA
               AND TS-HURUF (K-SKALA) = HURUF-CARI
                   MOVE TS-BOBOT (K-SKALA) TO BOBOT-CARI
                   MOVE TS-LULUS (K-SKALA) TO LULUS-CARI
                   MOVE 'Y' TO ADA-SKALA-YA
                   GO TO CARI-BOBOT-SELESAI.
           GO TO CARI-BOBOT-HURUF.
       CARI-BOBOT-SELESAI.
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

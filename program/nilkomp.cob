       IDENTIFICATION DIVISION.
       PROGRAM-ID. NILKOMP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT KOMPNIL ASSIGN TO KOMP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KOMP-KUNCI
           FILE STATUS IS STATUS-KOMP.
           SELECT BOBOTNIL ASSIGN TO BOBOT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOBOT-KUNCI
           FILE STATUS IS STATUS-BOBOT.
           SELECT BATASNIL ASSIGN TO BATAS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BATAS-KUNCI
           FILE STATUS IS STATUS-BATAS.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT AMPU ASSIGN TO AMPU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMPU-KUNCI
           FILE STATUS IS STATUS-AMPU.
           SELECT DOSENMST ASSIGN TO DOSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOSEN-ID
           FILE STATUS IS STATUS-DOSEN.
           SELECT UBAHNIL ASSIGN TO UBAH-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UBAH-KUNCI
           FILE STATUS IS STATUS-UBAH.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT SEMCTL ASSIGN TO SEMCTL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMESTER-SC
           FILE STATUS IS STATUS-SEMCTL.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
       DATA DIVISION.
       FILE SECTION.
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
       FD KOMPNIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKOMP.
       01 RECKOMP.
           02 KOMP-KUNCI.
               03 NPM-KN pic X(14).
               03 SEMESTER-KN pic X(6).
               03 KODE-MK-KN pic X(8).
           02 ISI-TUGAS-KN pic X.
           02 ISI-UTS-KN pic X.
           02 ISI-UAS-KN pic X.
           02 TUGAS-KN pic 9(3).
           02 UTS-KN pic 9(3).
           02 UAS-KN pic 9(3).
           02 TOTAL-KN pic 9(3)V99.
           02 HURUF-KN pic X(2).
           02 TUNDA-KN pic X.
           02 TUGAS-TD pic 9(3).
           02 UTS-TD pic 9(3).
           02 UAS-TD pic 9(3).
           02 TOTAL-TD pic 9(3)V99.
           02 HURUF-TD pic X(2).
       FD BOBOTNIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBOBOT.
       01 RECBOBOT.
           02 BOBOT-KUNCI.
               03 KODE-MK-BB pic X(8).
               03 SEMESTER-BB pic X(6).
           02 TUGAS-BB pic 9(3).
           02 UTS-BB pic 9(3).
           02 UAS-BB pic 9(3).
       FD BATASNIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBATAS.
       01 RECBATAS.
           02 BATAS-KUNCI.
               03 SEMESTER-BT pic X(6).
               03 HURUF-BT pic X(2).
           02 BATAS-BT pic 9(3).
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
       FD OPRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECOPR.
       01 RECOPR.
           02 OPR-ID pic X(10).
           02 OPR-SANDI pic X(10).
           02 OPR-LEVEL pic 9.
       FD AMPU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECAMPU.
       01 RECAMPU.
           02 AMPU-KUNCI.
               03 KODE-MK-P pic X(8).
               03 SEMESTER-P pic X(6).
           02 DOSEN-P pic X(10).
       FD DOSENMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECDOSEN.
       01 RECDOSEN.
           02 DOSEN-ID pic X(10).
           02 NAMA-D pic X(25).
           02 NIDN-D pic X(10).
           02 OPR-ID-D pic X(10).
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
       FD AUDITLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AUDIT.TXT'
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE pic X(80).
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
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SKORNIL.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-KRS pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-KOMP pic XX.
       77 STATUS-BOBOT pic XX.
       77 STATUS-BATAS pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AMPU pic XX.
       77 STATUS-DOSEN pic XX.
       77 STATUS-UBAH pic XX.
       77 STATUS-AUDIT pic XX.
       77 STATUS-SEMCTL pic XX.
       77 STATUS-SKALA pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 KOMP-FILENAME pic X(30) VALUE 'KOMPNIL.TXT'.
       77 BOBOT-FILENAME pic X(30) VALUE 'BOBOTNIL.TXT'.
       77 BATAS-FILENAME pic X(30) VALUE 'BATASNIL.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 AMPU-FILENAME pic X(30) VALUE 'AMPU.TXT'.
       77 DOSEN-FILENAME pic X(30) VALUE 'DOSEN.TXT'.
       77 UBAH-FILENAME pic X(30) VALUE 'UBAHNIL.TXT'.
       77 SEMCTL-FILENAME pic X(30) VALUE 'SEMCTL.TXT'.
       77 SKALA-FILENAME pic X(30) VALUE 'SKALA.TXT'.
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
       01 BATAS-BAKU.
           02 FILLER pic X(5) VALUE 'A 080'.
           02 FILLER pic X(5) VALUE 'B 070'.
           02 FILLER pic X(5) VALUE 'C 060'.
           02 FILLER pic X(5) VALUE 'D 050'.
           02 FILLER pic X(5) VALUE 'E 000'.
       01 BATAS-BAKU-R REDEFINES BATAS-BAKU.
           02 BAKU-BARIS OCCURS 5 TIMES.
               03 BAKU-HURUF pic X(2).
               03 BAKU-BATAS pic 9(3).
       01 TABEL-BATAS.
           02 BATAS-BARIS OCCURS 100 TIMES.
               03 TB-SEMESTER pic X(6).
               03 TB-HURUF pic X(2).
               03 TB-BATAS pic 9(3).
       77 ISI-BATAS pic 9(3).
       77 K-BATAS pic 9(3).
       77 SEM-BATAS pic X(6).
       77 BATAS-TERTINGGI pic 9(3).
       01 KOMP-O.
           02 NPM-KO pic X(14).
           02 SEMESTER-KO pic X(6).
           02 KODE-KO pic X(8).
           02 ISI-TUGAS-KO pic X.
           02 ISI-UTS-KO pic X.
           02 ISI-UAS-KO pic X.
           02 TUGAS-KO pic 9(3).
           02 UTS-KO pic 9(3).
           02 UAS-KO pic 9(3).
           02 TOTAL-KO pic 9(3)V99.
           02 HURUF-KO pic X(2).
           02 TUNDA-KO pic X.
           02 TUGAS-TO pic 9(3).
           02 UTS-TO pic 9(3).
           02 UAS-TO pic 9(3).
           02 TOTAL-TO pic 9(3)V99.
           02 HURUF-TO pic X(2).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 KOMPONEN-PILIH pic X.
           88 KOMPONEN-SAH VALUE '1', '2', '3'.
       77 TERIMA pic X.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 AMPU-SAH-YA pic X.
           88 AMPU-SAH VALUE 'Y'.
       77 SEM-BUKA-YA pic X.
           88 SEM-BUKA VALUE 'Y'.
       77 ADA-KOMP-YA pic X.
           88 ADA-KOMP VALUE 'Y'.
       77 ADA-NILAI-YA pic X.
           88 ADA-NILAI VALUE 'Y'.
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 LENGKAP-YA pic X.
           88 LENGKAP VALUE 'Y'.
       77 SUDAH-FINAL-YA pic X.
           88 SUDAH-FINAL VALUE 'Y'.
       77 NPM-CARI pic X(14).
       77 SEMESTER-CARI pic X(6).
       77 KODE-CARI pic X(8).
       77 HURUF-MASUK pic X(2).
       77 NAMA-KOMPONEN pic X(5).
       77 SKOR-MASUK pic X(3).
       77 SKOR-KERJA pic X(3).
       77 SKOR-BARU pic 9(3).
       77 SKOR-LAMA pic 9(3).
       77 BATAS-MASUK pic 9(3).
       77 TOTAL-BOBOT pic 9(3).
       77 HIT-TUGAS pic 9(3).
       77 HIT-UTS pic 9(3).
       77 HIT-UAS pic 9(3).
       77 TOTAL-HIT pic 9(3)V99.
       77 HURUF-HIT pic X(2).
       77 ALASAN-KOMP pic X(30).
       77 TOTAL-ISI pic 9(4).
       77 TOTAL-POSTING pic 9(4).
       77 TOTAL-TUNDA pic 9(4).
       77 TOTAL-SEMUA pic 9(4).
       77 TOTAL-LENGKAP pic 9(4).
       77 JUMLAH-SKOR pic 9(7)V99.
       77 RATA-SKOR pic 9(3)V99.
       77 SKOR-ED pic ZZ9.
       77 SKOR-ED2 pic ZZ9.
       77 SKOR-ED3 pic ZZ9.
       77 TOTAL-ED pic ZZ9.99.
       77 KET-SKOR pic X(10).
       77 NAMA-MHS pic X(23).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 TGL-HARI pic X(8).
       77 TGL-LAPORAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'NILKOMP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           PERFORM MUAT-BATAS THRU MUAT-BATAS-SELESAI.
       MASUK.
           DISPLAY "=====KOMPONEN NILAI MATA KULIAH=====".
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
           DISPLAY "=====KOMPONEN NILAI MATA KULIAH=====".
           DISPLAY "1. BOBOT KOMPONEN MATA KULIAH".
           DISPLAY "2. BATAS NILAI HURUF".
           DISPLAY "3. ISI NILAI KOMPONEN".
           DISPLAY "4. LEMBAR NILAI MATA KULIAH".
           DISPLAY "5. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 2 AND OPERATOR-LEVEL < 3
               DISPLAY "HANYA SUPERVISOR YANG BOLEH MENGUBAH BATAS."
               GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           MOVE KODE-CARI TO KODE-MK-K.
           PERFORM CEK-PENGAMPU THRU CEK-PENGAMPU-SELESAI.
           IF NOT AMPU-SAH
               DISPLAY "ANDA BUKAN PENGAMPU MATA KULIAH " KODE-CARI "."
               GO TO PILIH-MENU.
           OPEN I-O BOBOTNIL.
           IF STATUS-BOBOT = "35"
               OPEN OUTPUT BOBOTNIL
               CLOSE BOBOTNIL
               OPEN I-O BOBOTNIL.
           IF STATUS-BOBOT NOT = "00"
               DISPLAY "FILE BOBOT GAGAL DIBUKA, STATUS = " STATUS-BOBOT
               GO TO PILIH-MENU.
           MOVE 'Y' TO ADA-KOMP-YA.
           MOVE KODE-CARI TO KODE-MK-BB.
           MOVE SEMESTER-CARI TO SEMESTER-BB.
           READ BOBOTNIL
               INVALID KEY MOVE 'T' TO ADA-KOMP-YA.
           IF ADA-KOMP
               DISPLAY "BOBOT LAMA : TUGAS " TUGAS-BB " UTS " UTS-BB
                   " UAS " UAS-BB.
       BOBOT-ISI.
           DISPLAY "BOBOT TUGAS (%) : " WITH NO ADVANCING.
           ACCEPT TUGAS-BB.
           DISPLAY "BOBOT UTS   (%) : " WITH NO ADVANCING.
           ACCEPT UTS-BB.
           DISPLAY "BOBOT UAS   (%) : " WITH NO ADVANCING.
           ACCEPT UAS-BB.
           IF TUGAS-BB IS NOT NUMERIC OR UTS-BB IS NOT NUMERIC
               OR UAS-BB IS NOT NUMERIC
                   DISPLAY "BOBOT HARUS ANGKA, ULANGI."
                   GO TO BOBOT-ISI.
           COMPUTE TOTAL-BOBOT = TUGAS-BB + UTS-BB + UAS-BB.
           IF TOTAL-BOBOT NOT = 100
               DISPLAY "JUMLAH BOBOT " TOTAL-BOBOT
                   " PERSEN, HARUS 100, ULANGI."
               GO TO BOBOT-ISI.
           MOVE KODE-CARI TO KODE-MK-BB.
           MOVE SEMESTER-CARI TO SEMESTER-BB.
           IF ADA-KOMP GO TO BOBOT-UBAH.
           WRITE RECBOBOT
               INVALID KEY DISPLAY "GAGAL MENYIMPAN BOBOT.".
           GO TO BOBOT-TUTUP.
       BOBOT-UBAH.
           REWRITE RECBOBOT
               INVALID KEY DISPLAY "GAGAL MENYIMPAN BOBOT.".
       BOBOT-TUTUP.
           CLOSE BOBOTNIL.
           DISPLAY "BOBOT " KODE-CARI " SEMESTER " SEMESTER-CARI
               " TERSIMPAN.".
           GO TO PILIH-MENU.

       BUKA-FILE2.
           DISPLAY "BERLAKU MULAI SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           OPEN I-O BATASNIL.
           IF STATUS-BATAS = "35"
               OPEN OUTPUT BATASNIL
               CLOSE BATASNIL
               OPEN I-O BATASNIL.
           IF STATUS-BATAS NOT = "00"
               DISPLAY "FILE BATAS NILAI GAGAL DIBUKA, STATUS = "
                   STATUS-BATAS
               GO TO PILIH-MENU.
           DISPLAY "BATAS BAWAH YANG BERLAKU SAAT INI :".
           MOVE SEMESTER-CARI TO SEMESTER-BOBOT.
           PERFORM CARI-SEM-BATAS THRU CARI-SEM-BATAS-SELESAI.
           MOVE 0 TO K-BATAS.
       BATAS-TAMPIL.
           ADD 1 TO K-BATAS.
           IF K-BATAS > ISI-BATAS
               GO TO BATAS-MULAI.
           IF TB-SEMESTER (K-BATAS) = SEM-BATAS
               DISPLAY "  " TB-HURUF (K-BATAS) " >= "
                   TB-BATAS (K-BATAS).
           GO TO BATAS-TAMPIL.
       BATAS-MULAI.
           DISPLAY "NILAI HURUF : " WITH NO ADVANCING.
           ACCEPT HURUF-MASUK.
           MOVE HURUF-MASUK TO HURUF-CARI.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NOT ADA-SKALA
               DISPLAY "NILAI " HURUF-MASUK
                   " TIDAK ADA DI SKALA NILAI SEMESTER INI."
               GO TO BATAS-LAGI.
           DISPLAY "BATAS BAWAH SKOR (0-100) : " WITH NO ADVANCING.
           ACCEPT BATAS-MASUK.
           IF BATAS-MASUK IS NOT NUMERIC OR BATAS-MASUK > 100
               DISPLAY "BATAS HARUS 0 SAMPAI 100."
               GO TO BATAS-LAGI.
           MOVE SEMESTER-CARI TO SEMESTER-BT.
           MOVE HURUF-MASUK TO HURUF-BT.
           MOVE BATAS-MASUK TO BATAS-BT.
           WRITE RECBATAS
               INVALID KEY
                   REWRITE RECBATAS
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN BATAS.".
           DISPLAY HURUF-BT " >= " BATAS-BT " TERSIMPAN.".
       BATAS-LAGI.
           DISPLAY "ISI BATAS LAIN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO BATAS-MULAI.
           CLOSE BATASNIL.
           MOVE SPACES TO NPM-CARI.
           MOVE "BATASNIL" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM MUAT-BATAS THRU MUAT-BATAS-SELESAI.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           PERFORM CEK-SEMCTL THRU CEK-SEMCTL-SELESAI.
           IF SEM-BUKA
               GO TO ISI-KODE.
           DISPLAY "MASA ENTRI NILAI SEMESTER " SEMESTER-CARI
               " DITUTUP.".
           IF OPERATOR-LEVEL < 3
               DISPLAY "HANYA SUPERVISOR YANG BOLEH OVERRIDE."
               GO TO PILIH-MENU.
           DISPLAY "LANJUTKAN DENGAN OVERRIDE? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF TIDAK
               GO TO PILIH-MENU.
           MOVE SPACES TO NPM-CARI.
           MOVE "OVERRIDE" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       ISI-KODE.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           MOVE KODE-CARI TO KODE-MK-K.
           PERFORM CEK-PENGAMPU THRU CEK-PENGAMPU-SELESAI.
           IF NOT AMPU-SAH
               DISPLAY "ANDA BUKAN PENGAMPU MATA KULIAH " KODE-CARI
                   ", NILAI DITOLAK."
               GO TO PILIH-MENU.
           OPEN INPUT BOBOTNIL.
           IF STATUS-BOBOT NOT = "00"
               DISPLAY "BOBOT KOMPONEN BELUM DITETAPKAN."
               GO TO PILIH-MENU.
           MOVE KODE-CARI TO KODE-MK-BB.
           MOVE SEMESTER-CARI TO SEMESTER-BB.
           READ BOBOTNIL
               INVALID KEY
                   DISPLAY "BOBOT KOMPONEN " KODE-CARI
                       " BELUM DITETAPKAN."
                   CLOSE BOBOTNIL
                   GO TO PILIH-MENU.
           CLOSE BOBOTNIL.
           DISPLAY "BOBOT : TUGAS " TUGAS-BB " UTS " UTS-BB
               " UAS " UAS-BB.
       ISI-KOMPONEN.
           DISPLAY "KOMPONEN (1=TUGAS 2=UTS 3=UAS) : "
               WITH NO ADVANCING.
           ACCEPT KOMPONEN-PILIH.
           IF NOT KOMPONEN-SAH
               GO TO ISI-KOMPONEN.
           IF KOMPONEN-PILIH = '1' AND TUGAS-BB = 0
               OR KOMPONEN-PILIH = '2' AND UTS-BB = 0
               OR KOMPONEN-PILIH = '3' AND UAS-BB = 0
                   DISPLAY "KOMPONEN INI TIDAK DINILAI (BOBOT 0)."
                   GO TO PILIH-MENU.
           IF KOMPONEN-PILIH = '1'
               MOVE "TUGAS" TO NAMA-KOMPONEN.
           IF KOMPONEN-PILIH = '2'
               MOVE "UTS" TO NAMA-KOMPONEN.
           IF KOMPONEN-PILIH = '3'
               MOVE "UAS" TO NAMA-KOMPONEN.
           DISPLAY "ALASAN JIKA NILAI SUDAH FINAL : " WITH NO ADVANCING.
           ACCEPT ALASAN-KOMP.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               DISPLAY "FILE KRS.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN I-O NILAIFILE.
           IF STATUS-NILAI = "35"
               OPEN OUTPUT NILAIFILE
               CLOSE NILAIFILE
               OPEN I-O NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               DISPLAY "FILE NILAI GAGAL DIBUKA, STATUS = " STATUS-NILAI
               CLOSE KRSFILE
               GO TO PILIH-MENU.
           OPEN I-O KOMPNIL.
           IF STATUS-KOMP = "35"
               OPEN OUTPUT KOMPNIL
               CLOSE KOMPNIL
               OPEN I-O KOMPNIL.
           IF STATUS-KOMP NOT = "00"
               DISPLAY "FILE KOMPONEN GAGAL DIBUKA, STATUS = "
                   STATUS-KOMP
               CLOSE KRSFILE
               CLOSE NILAIFILE
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-ISI.
           MOVE 0 TO TOTAL-POSTING.
           MOVE 0 TO TOTAL-TUNDA.
           DISPLAY "ISI SKOR " NAMA-KOMPONEN
               " (KOSONGKAN = LEWATI, X = BERHENTI)".
       ISI-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO ISI-TUTUP.
           IF SEMESTER-K NOT = SEMESTER-CARI
               OR KODE-MK-K NOT = KODE-CARI
                   GO TO ISI-BACA.
           PERFORM BACA-KOMPONEN THRU BACA-KOMPONEN-SELESAI.
           MOVE 0 TO SKOR-LAMA.
           IF KOMPONEN-PILIH = '1' AND ISI-TUGAS-KN = 'Y'
               MOVE TUGAS-KN TO SKOR-LAMA.
           IF KOMPONEN-PILIH = '2' AND ISI-UTS-KN = 'Y'
               MOVE UTS-KN TO SKOR-LAMA.
           IF KOMPONEN-PILIH = '3' AND ISI-UAS-KN = 'Y'
               MOVE UAS-KN TO SKOR-LAMA.
       ISI-SKOR.
           DISPLAY NPM-K " SKOR LAMA " SKOR-LAMA " SKOR : "
               WITH NO ADVANCING.
           ACCEPT SKOR-MASUK.
           IF SKOR-MASUK = SPACES
               GO TO ISI-BACA.
           IF SKOR-MASUK = "X" OR SKOR-MASUK = "x"
               GO TO ISI-TUTUP.
           MOVE SKOR-MASUK TO SKOR-KERJA.
           IF SKOR-KERJA (2:2) = SPACES
               MOVE "00" TO SKOR-KERJA (1:2)
               MOVE SKOR-MASUK (1:1) TO SKOR-KERJA (3:1).
           IF SKOR-KERJA (3:1) = SPACE
               MOVE "0" TO SKOR-KERJA (1:1)
               MOVE SKOR-MASUK (1:2) TO SKOR-KERJA (2:2).
           IF SKOR-KERJA IS NOT NUMERIC
               DISPLAY "SKOR HARUS ANGKA, ULANGI."
               GO TO ISI-SKOR.
           MOVE SKOR-KERJA TO SKOR-BARU.
           IF SKOR-BARU > 100
               DISPLAY "SKOR MAKSIMAL 100, ULANGI."
               GO TO ISI-SKOR.
           PERFORM SIMPAN-SKOR THRU SIMPAN-SKOR-SELESAI.
           GO TO ISI-BACA.
       ISI-TUTUP.
           CLOSE KRSFILE.
           CLOSE NILAIFILE.
           CLOSE KOMPNIL.
           DISPLAY "SKOR DIISI          : " TOTAL-ISI.
           DISPLAY "NILAI HURUF DIPOSTING : " TOTAL-POSTING.
           IF TOTAL-TUNDA > 0
               DISPLAY "MENUNGGU PERSETUJUAN : " TOTAL-TUNDA.
           GO TO PILIH-MENU.

       BACA-KOMPONEN.
           MOVE 'Y' TO ADA-KOMP-YA.
           MOVE NPM-K TO NPM-KN.
           MOVE SEMESTER-K TO SEMESTER-KN.
           MOVE KODE-MK-K TO KODE-MK-KN.
           READ KOMPNIL
               INVALID KEY MOVE 'T' TO ADA-KOMP-YA.
           IF ADA-KOMP
               GO TO BACA-KOMPONEN-SELESAI.
           MOVE NPM-K TO NPM-KN.
           MOVE SEMESTER-K TO SEMESTER-KN.
           MOVE KODE-MK-K TO KODE-MK-KN.
           MOVE 'T' TO ISI-TUGAS-KN.
           MOVE 'T' TO ISI-UTS-KN.
           MOVE 'T' TO ISI-UAS-KN.
           MOVE 0 TO TUGAS-KN.
           MOVE 0 TO UTS-KN.
           MOVE 0 TO UAS-KN.
           MOVE 0 TO TOTAL-KN.
           MOVE SPACES TO HURUF-KN.
           MOVE 'T' TO TUNDA-KN.
           MOVE 0 TO TUGAS-TD.
           MOVE 0 TO UTS-TD.
           MOVE 0 TO UAS-TD.
           MOVE 0 TO TOTAL-TD.
           MOVE SPACES TO HURUF-TD.
       BACA-KOMPONEN-SELESAI.
           EXIT.

       SIMPAN-SKOR.
           ADD 1 TO TOTAL-ISI.
           MOVE RECKOMP TO KOMP-O.
           PERFORM CEK-LENGKAP THRU CEK-LENGKAP-SELESAI.
           MOVE LENGKAP-YA TO SUDAH-FINAL-YA.
           MOVE 'Y' TO ADA-NILAI-YA.
           MOVE NPM-K TO NPM-N.
           MOVE SEMESTER-K TO SEMESTER-N.
           MOVE KODE-MK-K TO KODE-MK-N.
           READ NILAIFILE
               INVALID KEY MOVE 'T' TO ADA-NILAI-YA.
           IF NOT ADA-NILAI
               MOVE SPACES TO HURUF-N
               MOVE 'T' TO SUDAH-FINAL-YA.
           IF SUDAH-FINAL OR TUNDA-KN = 'Y'
               GO TO SIMPAN-SKOR-TUNDA.
           IF KOMPONEN-PILIH = '1'
               MOVE SKOR-BARU TO TUGAS-KN
               MOVE 'Y' TO ISI-TUGAS-KN.
           IF KOMPONEN-PILIH = '2'
               MOVE SKOR-BARU TO UTS-KN
               MOVE 'Y' TO ISI-UTS-KN.
           IF KOMPONEN-PILIH = '3'
               MOVE SKOR-BARU TO UAS-KN
               MOVE 'Y' TO ISI-UAS-KN.
           PERFORM CEK-LENGKAP THRU CEK-LENGKAP-SELESAI.
           IF NOT LENGKAP
               GO TO SIMPAN-SKOR-TULIS.
           MOVE TUGAS-KN TO HIT-TUGAS.
           MOVE UTS-KN TO HIT-UTS.
           MOVE UAS-KN TO HIT-UAS.
           PERFORM HITUNG-HURUF THRU HITUNG-HURUF-SELESAI.
           MOVE TOTAL-HIT TO TOTAL-KN.
           MOVE HURUF-HIT TO HURUF-KN.
           IF ADA-NILAI
               GO TO SIMPAN-SKOR-BEDA.
           MOVE NPM-K TO NPM-N.
           MOVE SEMESTER-K TO SEMESTER-N.
           MOVE KODE-MK-K TO KODE-MK-N.
           MOVE HURUF-KN TO HURUF-N.
           MOVE SKS-K TO SKS-N.
           WRITE RECNILAI
               INVALID KEY
                   DISPLAY "GAGAL MEMPOSTING NILAI " NPM-K
                   GO TO SIMPAN-SKOR-TULIS.
           ADD 1 TO TOTAL-POSTING.
           DISPLAY "   TOTAL " TOTAL-KN " NILAI " HURUF-KN
               " DIPOSTING.".
           GO TO SIMPAN-SKOR-TULIS.
       SIMPAN-SKOR-BEDA.
           IF HURUF-N = HURUF-KN
               GO TO SIMPAN-SKOR-TULIS.
           MOVE TUGAS-KN TO TUGAS-TO.
           MOVE UTS-KN TO UTS-TO.
           MOVE UAS-KN TO UAS-TO.
           MOVE TOTAL-KN TO TOTAL-TO.
           MOVE HURUF-KN TO HURUF-TO.
           MOVE 'Y' TO TUNDA-KO.
           MOVE KOMP-O TO RECKOMP.
           PERFORM TANDAI-TUNDA.
           MOVE HURUF-TD TO NILAI-BARU-UB.
           PERFORM USUL-UBAH THRU USUL-UBAH-SELESAI.
           GO TO SIMPAN-SKOR-TULIS.
       SIMPAN-SKOR-TUNDA.
           IF TUNDA-KN NOT = 'Y'
               MOVE TUGAS-KN TO TUGAS-TD
               MOVE UTS-KN TO UTS-TD
               MOVE UAS-KN TO UAS-TD.
           IF KOMPONEN-PILIH = '1'
               MOVE SKOR-BARU TO TUGAS-TD.
           IF KOMPONEN-PILIH = '2'
               MOVE SKOR-BARU TO UTS-TD.
           IF KOMPONEN-PILIH = '3'
               MOVE SKOR-BARU TO UAS-TD.
           MOVE TUGAS-TD TO HIT-TUGAS.
           MOVE UTS-TD TO HIT-UTS.
           MOVE UAS-TD TO HIT-UAS.
           PERFORM HITUNG-HURUF THRU HITUNG-HURUF-SELESAI.
           MOVE TOTAL-HIT TO TOTAL-TD.
           MOVE HURUF-HIT TO HURUF-TD.
           MOVE 'Y' TO TUNDA-KN.
           PERFORM TANDAI-TUNDA.
           MOVE HURUF-TD TO NILAI-BARU-UB.
           PERFORM USUL-UBAH THRU USUL-UBAH-SELESAI.
       SIMPAN-SKOR-TULIS.
           IF ADA-KOMP GO TO SIMPAN-SKOR-UBAH.
           WRITE RECKOMP
               INVALID KEY DISPLAY "GAGAL MENYIMPAN KOMPONEN " NPM-K.
           GO TO SIMPAN-SKOR-SELESAI.
       SIMPAN-SKOR-UBAH.
           REWRITE RECKOMP
               INVALID KEY DISPLAY "GAGAL MENYIMPAN KOMPONEN " NPM-K.
       SIMPAN-SKOR-SELESAI.
           EXIT.

       TANDAI-TUNDA.
           IF KOMPONEN-PILIH = '1' AND ISI-TUGAS-KN NOT = 'Y'
               MOVE 'U' TO ISI-TUGAS-KN.
           IF KOMPONEN-PILIH = '2' AND ISI-UTS-KN NOT = 'Y'
               MOVE 'U' TO ISI-UTS-KN.
           IF KOMPONEN-PILIH = '3' AND ISI-UAS-KN NOT = 'Y'
               MOVE 'U' TO ISI-UAS-KN.

       USUL-UBAH.
           MOVE NPM-K TO NPM-UB.
           MOVE SEMESTER-K TO SEMESTER-UB.
           MOVE KODE-MK-K TO KODE-MK-UB.
           MOVE HURUF-N TO NILAI-LAMA-UB.
           MOVE OPERATOR-ID TO PEMINTA-UB.
           MOVE ALASAN-KOMP TO ALASAN-UB.
           IF ALASAN-UB = SPACES
               MOVE "PERUBAHAN SKOR KOMPONEN" TO ALASAN-UB.
           MOVE 'B' TO STATUS-UB.
           ACCEPT TANGGAL-UB FROM DATE YYYYMMDD.
           OPEN I-O UBAHNIL.
           IF STATUS-UBAH = "35"
               OPEN OUTPUT UBAHNIL
               CLOSE UBAHNIL
               OPEN I-O UBAHNIL.
           IF STATUS-UBAH NOT = "00"
               DISPLAY "FILE PERUBAHAN GAGAL DIBUKA, STATUS = "
                   STATUS-UBAH
               GO TO USUL-UBAH-SELESAI.
           WRITE RECUBAH
               INVALID KEY
                   REWRITE RECUBAH
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN USULAN.".
           CLOSE UBAHNIL.
           ADD 1 TO TOTAL-TUNDA.
           DISPLAY "   NILAI " NILAI-LAMA-UB " -> " NILAI-BARU-UB
               " MENUNGGU PERSETUJUAN SUPERVISOR.".
       USUL-UBAH-SELESAI.
           EXIT.

       CEK-LENGKAP.
           MOVE 'Y' TO LENGKAP-YA.
           IF TUGAS-BB > 0 AND ISI-TUGAS-KN NOT = 'Y'
               MOVE 'T' TO LENGKAP-YA.
           IF UTS-BB > 0 AND ISI-UTS-KN NOT = 'Y'
               MOVE 'T' TO LENGKAP-YA.
           IF UAS-BB > 0 AND ISI-UAS-KN NOT = 'Y'
               MOVE 'T' TO LENGKAP-YA.
       CEK-LENGKAP-SELESAI.
           EXIT.

       HITUNG-HURUF.
           COMPUTE TOTAL-HIT ROUNDED =
               (HIT-TUGAS * TUGAS-BB + HIT-UTS * UTS-BB
               + HIT-UAS * UAS-BB) / 100.
           MOVE SEMESTER-CARI TO SEMESTER-BOBOT.
           PERFORM CARI-SEM-BATAS THRU CARI-SEM-BATAS-SELESAI.
           MOVE SPACES TO HURUF-HIT.
           MOVE 0 TO BATAS-TERTINGGI.
           MOVE 0 TO K-BATAS.
       HITUNG-HURUF-CARI.
           ADD 1 TO K-BATAS.
           IF K-BATAS > ISI-BATAS
               GO TO HITUNG-HURUF-SELESAI.
           IF TB-SEMESTER (K-BATAS) NOT = SEM-BATAS
               GO TO HITUNG-HURUF-CARI.
           IF TB-BATAS (K-BATAS) > TOTAL-HIT
               GO TO HITUNG-HURUF-CARI.
           IF HURUF-HIT = SPACES
               OR TB-BATAS (K-BATAS) > BATAS-TERTINGGI
                   MOVE TB-HURUF (K-BATAS) TO HURUF-HIT
                   MOVE TB-BATAS (K-BATAS) TO BATAS-TERTINGGI.
           GO TO HITUNG-HURUF-CARI.
       HITUNG-HURUF-SELESAI.
           EXIT.

       BUKA-FILE4.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           MOVE 0 TO TUGAS-BB.
           MOVE 0 TO UTS-BB.
           MOVE 0 TO UAS-BB.
           OPEN INPUT BOBOTNIL.
           IF STATUS-BOBOT NOT = "00"
               GO TO LEMBAR-BUKA.
           MOVE KODE-CARI TO KODE-MK-BB.
           MOVE SEMESTER-CARI TO SEMESTER-BB.
           READ BOBOTNIL
               INVALID KEY
                   MOVE 0 TO TUGAS-BB
                   MOVE 0 TO UTS-BB
                   MOVE 0 TO UAS-BB.
           CLOSE BOBOTNIL.
       LEMBAR-BUKA.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               DISPLAY "FILE KRS.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN INPUT KOMPNIL.
           IF STATUS-KOMP = "00"
               MOVE 'Y' TO ADA-KOMP-YA
           ELSE
               MOVE 'T' TO ADA-KOMP-YA.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI = "00"
               MOVE 'Y' TO ADA-NILAI-YA
           ELSE
               MOVE 'T' TO ADA-NILAI-YA.
           OPEN INPUT MHS.
           IF STATUS-SALAH = "00"
               MOVE 'Y' TO ADA-MHS-YA
           ELSE
               MOVE 'T' TO ADA-MHS-YA.
           ACCEPT TGL-LAPORAN FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "LEMBAR NILAI " DELIMITED BY SIZE
               KODE-CARI DELIMITED BY SIZE
               " SEMESTER " DELIMITED BY SIZE
               SEMESTER-CARI DELIMITED BY SIZE
               "  TANGGAL " DELIMITED BY SIZE
               TGL-LAPORAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "BOBOT : TUGAS " DELIMITED BY SIZE
               TUGAS-BB DELIMITED BY SIZE
               "%  UTS " DELIMITED BY SIZE
               UTS-BB DELIMITED BY SIZE
               "%  UAS " DELIMITED BY SIZE
               UAS-BB DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "NPM            NAMA                    TGS UTS UAS"
               DELIMITED BY SIZE
               "  TOTAL HR KETERANGAN" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO TOTAL-SEMUA.
           MOVE 0 TO TOTAL-LENGKAP.
           MOVE 0 TO JUMLAH-SKOR.
       LEMBAR-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO LEMBAR-TUTUP.
           IF SEMESTER-K NOT = SEMESTER-CARI
               OR KODE-MK-K NOT = KODE-CARI
                   GO TO LEMBAR-BACA.
           ADD 1 TO TOTAL-SEMUA.
           PERFORM CETAK-LEMBAR THRU CETAK-LEMBAR-SELESAI.
           GO TO LEMBAR-BACA.
       LEMBAR-TUTUP.
           MOVE 0 TO RATA-SKOR.
           IF TOTAL-LENGKAP > 0
               COMPUTE RATA-SKOR ROUNDED = JUMLAH-SKOR / TOTAL-LENGKAP.
           MOVE RATA-SKOR TO TOTAL-ED.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "JUMLAH PESERTA : " DELIMITED BY SIZE
               TOTAL-SEMUA DELIMITED BY SIZE
               "  LENGKAP : " DELIMITED BY SIZE
               TOTAL-LENGKAP DELIMITED BY SIZE
               "  RATA-RATA TOTAL : " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'SKORNIL.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE KRSFILE.
           IF ADA-KOMP
               CLOSE KOMPNIL.
           IF ADA-NILAI
               CLOSE NILAIFILE.
           IF ADA-MHS
               CLOSE MHS.
           DISPLAY "LEMBAR NILAI TERCETAK KE SKORNIL.LIS.".
           GO TO PILIH-MENU.

       CETAK-LEMBAR.
           MOVE SPACES TO NAMA-MHS.
           IF NOT ADA-MHS
               GO TO CETAK-LEMBAR-KOMP.
           MOVE NPM-K TO NPM.
           MOVE SEMESTER-K TO SEMESTER.
           READ MHS
               INVALID KEY MOVE SPACES TO NAMA.
           MOVE NAMA TO NAMA-MHS.
       CETAK-LEMBAR-KOMP.
           MOVE SPACES TO KOMP-O.
           MOVE 0 TO TUGAS-KO.
           MOVE 0 TO UTS-KO.
           MOVE 0 TO UAS-KO.
           MOVE 0 TO TOTAL-KO.
           IF NOT ADA-KOMP
               GO TO CETAK-LEMBAR-NILAI.
           MOVE NPM-K TO NPM-KN.
           MOVE SEMESTER-K TO SEMESTER-KN.
           MOVE KODE-MK-K TO KODE-MK-KN.
           READ KOMPNIL INTO KOMP-O
               INVALID KEY GO TO CETAK-LEMBAR-NILAI.
       CETAK-LEMBAR-NILAI.
           MOVE SPACES TO HURUF-N.
           IF ADA-NILAI
               MOVE NPM-K TO NPM-N
               MOVE SEMESTER-K TO SEMESTER-N
               MOVE KODE-MK-K TO KODE-MK-N
               READ NILAIFILE
                   INVALID KEY MOVE SPACES TO HURUF-N.
           MOVE "BELUM" TO KET-SKOR.
           IF HURUF-KO NOT = SPACES
               MOVE "SIAP" TO KET-SKOR
               ADD 1 TO TOTAL-LENGKAP
               ADD TOTAL-KO TO JUMLAH-SKOR.
           IF HURUF-N NOT = SPACES
               MOVE "FINAL" TO KET-SKOR.
           IF HURUF-N NOT = SPACES AND HURUF-KO NOT = SPACES
               AND HURUF-N NOT = HURUF-KO
                   MOVE "BEDA KHS" TO KET-SKOR.
           IF TUNDA-KO = 'Y'
               MOVE "TUNDA" TO KET-SKOR.
           MOVE TUGAS-KO TO SKOR-ED.
           MOVE UTS-KO TO SKOR-ED2.
           MOVE UAS-KO TO SKOR-ED3.
           MOVE TOTAL-KO TO TOTAL-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING NPM-K DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-MHS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SKOR-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SKOR-ED2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SKOR-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HURUF-KO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KET-SKOR DELIMITED BY SIZE
               INTO LAP2-LINE.
           IF ISI-TUGAS-KO NOT = 'Y'
               MOVE "  -" TO LAP2-LINE (40:3).
           IF ISI-UTS-KO NOT = 'Y'
               MOVE "  -" TO LAP2-LINE (44:3).
           IF ISI-UAS-KO NOT = 'Y'
               MOVE "  -" TO LAP2-LINE (48:3).
           WRITE LAP2-LINE.
       CETAK-LEMBAR-SELESAI.
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
               SEMESTER-CARI DELIMITED BY SPACE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       CEK-SEMCTL.
           MOVE 'Y' TO SEM-BUKA-YA.
           OPEN INPUT SEMCTL.
           IF STATUS-SEMCTL NOT = "00"
               GO TO CEK-SEMCTL-SELESAI.
           MOVE SEMESTER-CARI TO SEMESTER-SC.
           READ SEMCTL
               INVALID KEY
                   CLOSE SEMCTL
                   GO TO CEK-SEMCTL-SELESAI.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           IF TUTUP-SC = 'Y'
               MOVE 'T' TO SEM-BUKA-YA.
           IF NIL-BUKA-SC IS NUMERIC AND TGL-HARI < NIL-BUKA-SC
               MOVE 'T' TO SEM-BUKA-YA.
           IF NIL-TUTUP-SC IS NUMERIC AND TGL-HARI > NIL-TUTUP-SC
               MOVE 'T' TO SEM-BUKA-YA.
           CLOSE SEMCTL.
       CEK-SEMCTL-SELESAI.
           EXIT.

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

       CEK-PENGAMPU.
           MOVE 'Y' TO AMPU-SAH-YA.
           IF OPERATOR-LEVEL NOT < 3
               GO TO CEK-PENGAMPU-SELESAI.
           OPEN INPUT AMPU.
           IF STATUS-AMPU NOT = "00"
               GO TO CEK-PENGAMPU-SELESAI.
           MOVE KODE-MK-K TO KODE-MK-P.
           MOVE SEMESTER-CARI TO SEMESTER-P.
           READ AMPU
               INVALID KEY
                   MOVE 'T' TO AMPU-SAH-YA
                   CLOSE AMPU
                   GO TO CEK-PENGAMPU-SELESAI.
           CLOSE AMPU.
           MOVE 'T' TO AMPU-SAH-YA.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               GO TO CEK-PENGAMPU-SELESAI.
           MOVE DOSEN-P TO DOSEN-ID.
           READ DOSENMST
               INVALID KEY
                   CLOSE DOSENMST
                   GO TO CEK-PENGAMPU-SELESAI.
           IF OPR-ID-D = OPERATOR-ID
               MOVE 'Y' TO AMPU-SAH-YA.
           CLOSE DOSENMST.
       CEK-PENGAMPU-SELESAI.
           EXIT.

       SELESAI2.
           STOP RUN.

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
           MOVE SEMESTER-CARI TO SEMESTER-BOBOT.
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

       MUAT-BATAS.
           MOVE 0 TO ISI-BATAS.
       MUAT-BATAS-BAKU.
           ADD 1 TO ISI-BATAS.
           MOVE SPACES TO TB-SEMESTER (ISI-BATAS).
           MOVE BAKU-HURUF (ISI-BATAS) TO TB-HURUF (ISI-BATAS).
           MOVE BAKU-BATAS (ISI-BATAS) TO TB-BATAS (ISI-BATAS).
           IF ISI-BATAS < 5
               GO TO MUAT-BATAS-BAKU.
           OPEN INPUT BATASNIL.
           IF STATUS-BATAS NOT = "00"
               GO TO MUAT-BATAS-SELESAI.
       MUAT-BATAS-BACA.
           READ BATASNIL NEXT RECORD
               AT END GO TO MUAT-BATAS-TUTUP.
           IF ISI-BATAS < 100
               ADD 1 TO ISI-BATAS
               MOVE SEMESTER-BT TO TB-SEMESTER (ISI-BATAS)
               MOVE HURUF-BT TO TB-HURUF (ISI-BATAS)
               MOVE BATAS-BT TO TB-BATAS (ISI-BATAS).
           GO TO MUAT-BATAS-BACA.
       MUAT-BATAS-TUTUP.
           CLOSE BATASNIL.
       MUAT-BATAS-SELESAI.
           EXIT.

       CARI-SEM-BATAS.
           MOVE SPACES TO SEM-BATAS.
           MOVE 0 TO K-BATAS.
       CARI-SEM-BATAS-ULANG.
           ADD 1 TO K-BATAS.
           IF K-BATAS > ISI-BATAS
               GO TO CARI-SEM-BATAS-SELESAI.
           IF TB-SEMESTER (K-BATAS) NOT > SEMESTER-BOBOT
               AND TB-SEMESTER (K-BATAS) > SEM-BATAS
                   MOVE TB-SEMESTER (K-BATAS) TO SEM-BATAS.
           GO TO CARI-SEM-BATAS-ULANG.
       CARI-SEM-BATAS-SELESAI.
           EXIT.

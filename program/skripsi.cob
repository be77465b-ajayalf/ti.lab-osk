       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKRIPSI.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKRFILE ASSIGN TO SKR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-SR
           FILE STATUS IS STATUS-SKR.
           SELECT BIMBING ASSIGN TO BIMB-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BIMB-KUNCI
           FILE STATUS IS STATUS-BIMB.
           SELECT SKRCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CTL.
           SELECT MHS ASSIGN TO MHS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHS-KUNCI
           ALTERNATE RECORD KEY IS KELAS WITH DUPLICATES
           FILE STATUS IS STATUS-SALAH.
           SELECT DOSENMST ASSIGN TO DOSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOSEN-ID
           FILE STATUS IS STATUS-DOSEN.
           SELECT MK ASSIGN TO MK-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
           SELECT NILAIFILE ASSIGN TO NILAI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NILAI-KUNCI
           FILE STATUS IS STATUS-NILAI.
           SELECT UBAHNIL ASSIGN TO UBAH-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UBAH-KUNCI
           FILE STATUS IS STATUS-UBAH.
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
       DATA DIVISION.
       FILE SECTION.
       FD SKRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKR.
       01 RECSKR.
           02 NPM-SR pic X(14).
           02 JUDUL-SR pic X(60).
           02 PEMB1-SR pic X(10).
           02 PEMB2-SR pic X(10).
           02 SEM-DAFTAR-SR pic X(6).
           02 TGL-SIDANG-SR pic X(8).
           02 UJI1-SR pic X(10).
           02 UJI2-SR pic X(10).
           02 HURUF-SR pic X(2).
           02 SEM-NILAI-SR pic X(6).
           02 STATUS-SR pic X.
           02 LAMA-SR pic X.
       FD BIMBING
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBIMB.
       01 RECBIMB.
           02 BIMB-KUNCI.
               03 NPM-BM pic X(14).
               03 URUT-BM pic 9(3).
           02 TGL-BM pic X(8).
           02 DOSEN-BM pic X(10).
           02 CATATAN-BM pic X(40).
       FD SKRCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SKRIPSI.CTL'
           DATA RECORD IS CTL-LINE.
       01 CTL-LINE.
           02 CTL-KODE-MK pic X(8).
           02 CTL-BATAS pic 9(2).
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
       FD DOSENMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECDOSEN.
       01 RECDOSEN.
           02 DOSEN-ID pic X(10).
           02 NAMA-D pic X(25).
           02 NIDN-D pic X(10).
           02 OPR-ID-D pic X(10).
       FD MK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMK.
       01 RECMK.
           02 KODE-MK pic X(8).
           02 NAMA-MK pic X(30).
           02 SKS-MK pic 9(2).
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
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
       WORKING-STORAGE SECTION.
       77 STATUS-SKR pic XX.
       77 STATUS-BIMB pic XX.
       77 STATUS-CTL pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-DOSEN pic XX.
       77 STATUS-MK pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-UBAH pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 STATUS-SKALA pic XX.
       77 SKR-FILENAME pic X(30) VALUE 'SKRIPSI.TXT'.
       77 BIMB-FILENAME pic X(30) VALUE 'BIMBING.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 DOSEN-FILENAME pic X(30) VALUE 'DOSEN.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 UBAH-FILENAME pic X(30) VALUE 'UBAHNIL.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
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
       77 USUL-OK-YA pic X.
           88 USUL-OK VALUE 'Y'.
       01 BIMB-O.
           02 NPM-BO pic X(14).
           02 URUT-BO pic 9(3).
           02 TGL-BO pic X(8).
           02 DOSEN-BO pic X(10).
           02 CATATAN-BO pic X(40).
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
       77 NPM-CARI pic X(14).
       77 SEMESTER-CARI pic X(6).
       77 DOSEN-CARI pic X(10).
       77 PEMB1-CARI pic X(10).
       77 PEMB2-CARI pic X(10).
       77 DOSEN-SAH-YA pic X.
           88 DOSEN-SAH VALUE 'Y'.
       77 ADA-MHS-YA pic X.
           88 ADA-MHS VALUE 'Y'.
       77 URUT-AKHIR pic 9(3).
       77 KODE-MK-SKR pic X(8).
       77 BATAS-SKR pic 9(2).
       77 KODE-MASUK pic X(8).
       77 BATAS-MASUK pic 9(2).
       77 TOTAL-BIMB pic 9(3).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 TGL-HARI pic X(8).
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
       MASUK.
           DISPLAY "=====SKRIPSI / TUGAS AKHIR=====".
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
           DISPLAY "=====SKRIPSI / TUGAS AKHIR=====".
           DISPLAY "1. PENDAFTARAN SKRIPSI".
           DISPLAY "2. CATAT BIMBINGAN".
           DISPLAY "3. JADWAL SIDANG DAN PENGUJI".
           DISPLAY "4. ISI HASIL SIDANG".
           DISPLAY "5. PERSETUJUAN HASIL SIDANG".
           DISPLAY "6. TAMPIL SKRIPSI MAHASISWA".
           DISPLAY "7. PENGATURAN SKRIPSI".
           DISPLAY "8. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA > 0 AND TERIMA < 5 AND OPERATOR-LEVEL < 2
               DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGUBAH DATA."
               GO TO PILIH-MENU.
           IF TERIMA = 5 AND OPERATOR-LEVEL < 3
               OR TERIMA = 7 AND OPERATOR-LEVEL < 3
                   DISPLAY "MENU INI KHUSUS SUPERVISOR."
                   GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO BUKA-FILE5.
           IF TERIMA = 6 GO TO BUKA-FILE6.
           IF TERIMA = 7 GO TO BUKA-FILE7.
           IF TERIMA = 8 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           OPEN I-O SKRFILE.
           IF STATUS-SKR = "35"
               OPEN OUTPUT SKRFILE
               CLOSE SKRFILE
               OPEN I-O SKRFILE.
           IF STATUS-SKR NOT = "00"
               DISPLAY "FILE SKRIPSI GAGAL DIBUKA, STATUS = " STATUS-SKR
               GO TO PILIH-MENU.
       DAFTAR-MULAI.
           INITIALIZE RECSKR.
           DISPLAY "NPM                 : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           PERFORM CEK-MHS THRU CEK-MHS-SELESAI.
           IF NOT ADA-MHS
               DISPLAY "NPM " NPM-CARI " TIDAK ADA DI DATA MAHASISWA."
               GO TO DAFTAR-LAGI.
           MOVE NPM-CARI TO NPM-SR.
           READ SKRFILE
               INVALID KEY GO TO DAFTAR-ISI.
           DISPLAY "NPM " NPM-CARI " SUDAH TERDAFTAR SKRIPSI.".
           GO TO DAFTAR-LAGI.
       DAFTAR-ISI.
           INITIALIZE RECSKR.
           MOVE NPM-CARI TO NPM-SR.
           DISPLAY "JUDUL               : " WITH NO ADVANCING.
           ACCEPT JUDUL-SR.
           DISPLAY "SEMESTER DAFTAR     : " WITH NO ADVANCING.
           ACCEPT SEM-DAFTAR-SR.
       DAFTAR-PEMB1.
           DISPLAY "ID PEMBIMBING 1     : " WITH NO ADVANCING.
           ACCEPT PEMB1-SR.
           MOVE PEMB1-SR TO DOSEN-CARI.
           PERFORM CEK-DOSEN THRU CEK-DOSEN-SELESAI.
           IF NOT DOSEN-SAH
               DISPLAY "DOSEN " PEMB1-SR " TIDAK ADA, ULANGI."
               GO TO DAFTAR-PEMB1.
       DAFTAR-PEMB2.
           DISPLAY "ID PEMBIMBING 2 (KOSONGKAN = TIDAK ADA) : "
               WITH NO ADVANCING.
           ACCEPT PEMB2-SR.
           IF PEMB2-SR = SPACES
               GO TO DAFTAR-SIMPAN.
           IF PEMB2-SR = PEMB1-SR
               DISPLAY "PEMBIMBING 2 SAMA DENGAN PEMBIMBING 1, ULANGI."
               GO TO DAFTAR-PEMB2.
           MOVE PEMB2-SR TO DOSEN-CARI.
           PERFORM CEK-DOSEN THRU CEK-DOSEN-SELESAI.
           IF NOT DOSEN-SAH
               DISPLAY "DOSEN " PEMB2-SR " TIDAK ADA, ULANGI."
               GO TO DAFTAR-PEMB2.
       DAFTAR-SIMPAN.
           MOVE 'D' TO STATUS-SR.
           MOVE 'T' TO LAMA-SR.
           WRITE RECSKR
               INVALID KEY DISPLAY "GAGAL MENYIMPAN SKRIPSI.".
           MOVE SEM-DAFTAR-SR TO SEMESTER-CARI.
           MOVE "DAFTARSKR" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "SKRIPSI " NPM-SR " TERDAFTAR.".
       DAFTAR-LAGI.
           DISPLAY "DAFTARKAN LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO DAFTAR-MULAI.
           CLOSE SKRFILE.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN INPUT SKRFILE.
           IF STATUS-SKR NOT = "00"
               DISPLAY "BELUM ADA SKRIPSI TERDAFTAR."
               GO TO PILIH-MENU.
           MOVE NPM-CARI TO NPM-SR.
           READ SKRFILE
               INVALID KEY
                   DISPLAY "NPM " NPM-CARI " BELUM MENDAFTAR SKRIPSI."
                   CLOSE SKRFILE
                   GO TO PILIH-MENU.
           MOVE PEMB1-SR TO PEMB1-CARI.
           MOVE PEMB2-SR TO PEMB2-CARI.
           IF STATUS-SR = 'S'
               DISPLAY "SKRIPSI SUDAH SELESAI, BIMBINGAN DITUTUP."
               CLOSE SKRFILE
               GO TO PILIH-MENU.
           CLOSE SKRFILE.
           OPEN I-O BIMBING.
           IF STATUS-BIMB = "35"
               OPEN OUTPUT BIMBING
               CLOSE BIMBING
               OPEN I-O BIMBING.
           IF STATUS-BIMB NOT = "00"
               DISPLAY "FILE BIMBINGAN GAGAL DIBUKA, STATUS = "
                   STATUS-BIMB
               GO TO PILIH-MENU.
       BIMB-MULAI.
           PERFORM CARI-URUT THRU CARI-URUT-SELESAI.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           DISPLAY "TANGGAL (KOSONGKAN = " TGL-HARI ") : "
               WITH NO ADVANCING.
           ACCEPT TGL-BM.
           IF TGL-BM = SPACES
               MOVE TGL-HARI TO TGL-BM.
           IF TGL-BM IS NOT NUMERIC
               DISPLAY "TANGGAL HARUS YYYYMMDD, ULANGI."
               GO TO BIMB-MULAI.
       BIMB-DOSEN.
           DISPLAY "ID DOSEN PEMBIMBING : " WITH NO ADVANCING.
           ACCEPT DOSEN-BM.
           IF DOSEN-BM NOT = PEMB1-CARI AND DOSEN-BM NOT = PEMB2-CARI
               DISPLAY "DOSEN BUKAN PEMBIMBING SKRIPSI INI, ULANGI."
               GO TO BIMB-DOSEN.
           IF DOSEN-BM = SPACES
               GO TO BIMB-DOSEN.
           DISPLAY "CATATAN BIMBINGAN   : " WITH NO ADVANCING.
           ACCEPT CATATAN-BM.
           MOVE NPM-CARI TO NPM-BM.
           COMPUTE URUT-BM = URUT-AKHIR + 1.
           WRITE RECBIMB
               INVALID KEY DISPLAY "GAGAL MENYIMPAN BIMBINGAN.".
           DISPLAY "BIMBINGAN KE-" URUT-BM " TERCATAT.".
           DISPLAY "CATAT BIMBINGAN LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO BIMB-MULAI.
           CLOSE BIMBING.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN I-O SKRFILE.
           IF STATUS-SKR NOT = "00"
               DISPLAY "BELUM ADA SKRIPSI TERDAFTAR."
               GO TO PILIH-MENU.
           MOVE NPM-CARI TO NPM-SR.
           READ SKRFILE
               INVALID KEY
                   DISPLAY "NPM " NPM-CARI " BELUM MENDAFTAR SKRIPSI."
                   CLOSE SKRFILE
                   GO TO PILIH-MENU.
           IF STATUS-SR = 'H' OR STATUS-SR = 'S'
               DISPLAY "HASIL SIDANG SUDAH DIISI, JADWAL TIDAK BISA "
                   "DIUBAH."
               CLOSE SKRFILE
               GO TO PILIH-MENU.
       SIDANG-TANGGAL.
           DISPLAY "TANGGAL SIDANG (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT TGL-SIDANG-SR.
           IF TGL-SIDANG-SR IS NOT NUMERIC
               DISPLAY "TANGGAL HARUS YYYYMMDD, ULANGI."
               GO TO SIDANG-TANGGAL.
       SIDANG-UJI1.
           DISPLAY "ID PENGUJI 1 : " WITH NO ADVANCING.
           ACCEPT UJI1-SR.
           IF UJI1-SR = PEMB1-SR OR UJI1-SR = PEMB2-SR
               DISPLAY "PENGUJI TIDAK BOLEH PEMBIMBING, ULANGI."
               GO TO SIDANG-UJI1.
           MOVE UJI1-SR TO DOSEN-CARI.
           PERFORM CEK-DOSEN THRU CEK-DOSEN-SELESAI.
           IF NOT DOSEN-SAH
               DISPLAY "DOSEN " UJI1-SR " TIDAK ADA, ULANGI."
               GO TO SIDANG-UJI1.
       SIDANG-UJI2.
           DISPLAY "ID PENGUJI 2 (KOSONGKAN = TIDAK ADA) : "
               WITH NO ADVANCING.
           ACCEPT UJI2-SR.
           IF UJI2-SR = SPACES
               GO TO SIDANG-SIMPAN.
           IF UJI2-SR = PEMB1-SR OR UJI2-SR = PEMB2-SR
               OR UJI2-SR = UJI1-SR
                   DISPLAY "PENGUJI 2 TIDAK SAH, ULANGI."
                   GO TO SIDANG-UJI2.
           MOVE UJI2-SR TO DOSEN-CARI.
           PERFORM CEK-DOSEN THRU CEK-DOSEN-SELESAI.
           IF NOT DOSEN-SAH
               DISPLAY "DOSEN " UJI2-SR " TIDAK ADA, ULANGI."
               GO TO SIDANG-UJI2.
       SIDANG-SIMPAN.
           MOVE 'J' TO STATUS-SR.
           REWRITE RECSKR
               INVALID KEY DISPLAY "GAGAL MENYIMPAN JADWAL SIDANG.".
           CLOSE SKRFILE.
           DISPLAY "SIDANG " NPM-CARI " DIJADWALKAN " TGL-SIDANG-SR.
           GO TO PILIH-MENU.

       BUKA-FILE4.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN I-O SKRFILE.
           IF STATUS-SKR NOT = "00"
               DISPLAY "BELUM ADA SKRIPSI TERDAFTAR."
               GO TO PILIH-MENU.
           MOVE NPM-CARI TO NPM-SR.
           READ SKRFILE
               INVALID KEY
                   DISPLAY "NPM " NPM-CARI " BELUM MENDAFTAR SKRIPSI."
                   CLOSE SKRFILE
                   GO TO PILIH-MENU.
           IF STATUS-SR NOT = 'J' AND STATUS-SR NOT = 'H'
               DISPLAY "SIDANG BELUM DIJADWALKAN ATAU SUDAH DISETUJUI."
               CLOSE SKRFILE
               GO TO PILIH-MENU.
           DISPLAY "SIDANG TANGGAL " TGL-SIDANG-SR " PENGUJI " UJI1-SR
               " " UJI2-SR.
       HASIL-SEMESTER.
           DISPLAY "SEMESTER NILAI : " WITH NO ADVANCING.
           ACCEPT SEM-NILAI-SR.
           IF SEM-NILAI-SR = SPACES
               GO TO HASIL-SEMESTER.
       HASIL-HURUF.
           DISPLAY "NILAI HURUF    : " WITH NO ADVANCING.
           ACCEPT HURUF-SR.
           MOVE SEM-NILAI-SR TO SEMESTER-CARI.
           MOVE HURUF-SR TO HURUF-CARI.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NOT ADA-SKALA
               DISPLAY "NILAI " HURUF-SR
                   " TIDAK ADA DI SKALA NILAI, ULANGI."
               GO TO HASIL-HURUF.
           MOVE 'H' TO STATUS-SR.
           REWRITE RECSKR
               INVALID KEY DISPLAY "GAGAL MENYIMPAN HASIL SIDANG.".
           CLOSE SKRFILE.
           DISPLAY "HASIL SIDANG MENUNGGU PERSETUJUAN SUPERVISOR.".
           GO TO PILIH-MENU.

       BUKA-FILE5.
           PERFORM BACA-CTL THRU BACA-CTL-SELESAI.
           IF KODE-MK-SKR = SPACES
               DISPLAY "KODE MATA KULIAH SKRIPSI BELUM DIATUR (MENU 7)."
               GO TO PILIH-MENU.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN I-O SKRFILE.
           IF STATUS-SKR NOT = "00"
               DISPLAY "BELUM ADA SKRIPSI TERDAFTAR."
               GO TO PILIH-MENU.
           MOVE NPM-CARI TO NPM-SR.
           READ SKRFILE
               INVALID KEY
                   DISPLAY "NPM " NPM-CARI " BELUM MENDAFTAR SKRIPSI."
                   CLOSE SKRFILE
                   GO TO PILIH-MENU.
           IF STATUS-SR NOT = 'H'
               DISPLAY "TIDAK ADA HASIL SIDANG YANG MENUNGGU."
               CLOSE SKRFILE
               GO TO PILIH-MENU.
           DISPLAY "JUDUL  : " JUDUL-SR.
           DISPLAY "SIDANG : " TGL-SIDANG-SR " NILAI " HURUF-SR
               " SEMESTER " SEM-NILAI-SR.
       SETUJU-PUTUSKAN.
           DISPLAY "SETUJUI ATAU TOLAK? (S/T) : " WITH NO ADVANCING.
           ACCEPT PUTUSAN.
           IF NOT SETUJU AND NOT TOLAK
               GO TO SETUJU-PUTUSKAN.
           MOVE SEM-NILAI-SR TO SEMESTER-CARI.
           IF TOLAK
               GO TO SETUJU-TOLAK.
           OPEN INPUT MK.
           IF STATUS-MK NOT = "00"
               DISPLAY "FILE KATALOG MATKUL.TXT TIDAK DITEMUKAN."
               CLOSE SKRFILE
               GO TO PILIH-MENU.
           MOVE KODE-MK-SKR TO KODE-MK.
           READ MK
               INVALID KEY
                   DISPLAY "KODE " KODE-MK-SKR " TIDAK ADA DI KATALOG."
                   CLOSE MK
                   CLOSE SKRFILE
                   GO TO PILIH-MENU.
           CLOSE MK.
           OPEN I-O NILAIFILE.
           IF STATUS-NILAI = "35"
               OPEN OUTPUT NILAIFILE
               CLOSE NILAIFILE
               OPEN I-O NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               DISPLAY "FILE NILAI GAGAL DIBUKA, STATUS = " STATUS-NILAI
               CLOSE SKRFILE
               GO TO PILIH-MENU.
           MOVE NPM-SR TO NPM-N.
           MOVE SEM-NILAI-SR TO SEMESTER-N.
           MOVE KODE-MK-SKR TO KODE-MK-N.
           READ NILAIFILE
               INVALID KEY GO TO SETUJU-POSTING.
           IF HURUF-N = HURUF-SR
               GO TO SETUJU-CATAT.
           PERFORM USUL-UBAH THRU USUL-UBAH-SELESAI.
           IF NOT USUL-OK
               DISPLAY "HASIL SIDANG TETAP MENUNGGU PERSETUJUAN."
               CLOSE NILAIFILE
               CLOSE SKRFILE
               GO TO PILIH-MENU.
           GO TO SETUJU-CATAT.
       SETUJU-POSTING.
           MOVE NPM-SR TO NPM-N.
           MOVE SEM-NILAI-SR TO SEMESTER-N.
           MOVE KODE-MK-SKR TO KODE-MK-N.
           MOVE HURUF-SR TO HURUF-N.
           MOVE SKS-MK TO SKS-N.
           WRITE RECNILAI
               INVALID KEY
                   DISPLAY "GAGAL MEMPOSTING NILAI."
                   CLOSE NILAIFILE
                   CLOSE SKRFILE
                   GO TO PILIH-MENU.
           DISPLAY "NILAI " HURUF-SR " DIPOSTING KE " KODE-MK-SKR ".".
       SETUJU-CATAT.
           CLOSE NILAIFILE.
           MOVE 'S' TO STATUS-SR.
           MOVE 'T' TO LAMA-SR.
           REWRITE RECSKR
               INVALID KEY DISPLAY "GAGAL MENYIMPAN STATUS SKRIPSI.".
           CLOSE SKRFILE.
           MOVE "SKRIPSINIL" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO PILIH-MENU.
       SETUJU-TOLAK.
           MOVE 'J' TO STATUS-SR.
           MOVE SPACES TO HURUF-SR.
           REWRITE RECSKR
               INVALID KEY DISPLAY "GAGAL MENYIMPAN STATUS SKRIPSI.".
           CLOSE SKRFILE.
           MOVE "TOLAKSKR" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "HASIL SIDANG DITOLAK, ISI ULANG LEWAT MENU 4.".
           GO TO PILIH-MENU.

       USUL-UBAH.
           MOVE 'T' TO USUL-OK-YA.
           OPEN I-O UBAHNIL.
           IF STATUS-UBAH = "35"
               OPEN OUTPUT UBAHNIL
               CLOSE UBAHNIL
               OPEN I-O UBAHNIL.
           IF STATUS-UBAH NOT = "00"
               DISPLAY "FILE PERUBAHAN GAGAL DIBUKA, STATUS = "
                   STATUS-UBAH
               GO TO USUL-UBAH-SELESAI.
           MOVE NPM-SR TO NPM-UB.
           MOVE SEM-NILAI-SR TO SEMESTER-UB.
           MOVE KODE-MK-SKR TO KODE-MK-UB.
           READ UBAHNIL
               INVALID KEY MOVE SPACE TO STATUS-UB.
           IF STATUS-UB = 'B'
               DISPLAY "MASIH ADA USULAN PERUBAHAN NILAI " KODE-MK-SKR
                   " MENUNGGU, PUTUSKAN DULU DI MENU NILAI."
               CLOSE UBAHNIL
               GO TO USUL-UBAH-SELESAI.
           MOVE HURUF-N TO NILAI-LAMA-UB.
           MOVE HURUF-SR TO NILAI-BARU-UB.
           MOVE OPERATOR-ID TO PEMINTA-UB.
           MOVE "HASIL SIDANG SKRIPSI" TO ALASAN-UB.
           MOVE 'B' TO STATUS-UB.
           ACCEPT TANGGAL-UB FROM DATE YYYYMMDD.
           WRITE RECUBAH
               INVALID KEY
                   REWRITE RECUBAH
                       INVALID KEY
                           DISPLAY "GAGAL MENYIMPAN USULAN."
                           CLOSE UBAHNIL
                           GO TO USUL-UBAH-SELESAI.
           CLOSE UBAHNIL.
           MOVE 'Y' TO USUL-OK-YA.
           DISPLAY "NILAI " KODE-MK-SKR " SUDAH ADA (" NILAI-LAMA-UB
               "), PERUBAHAN MENUNGGU PERSETUJUAN DI MENU NILAI.".
       USUL-UBAH-SELESAI.
           EXIT.

       BUKA-FILE6.
           DISPLAY "NPM : " WITH NO ADVANCING.
           ACCEPT NPM-CARI.
           OPEN INPUT SKRFILE.
           IF STATUS-SKR NOT = "00"
               DISPLAY "BELUM ADA SKRIPSI TERDAFTAR."
               GO TO PILIH-MENU.
           MOVE NPM-CARI TO NPM-SR.
           READ SKRFILE
               INVALID KEY
                   DISPLAY "NPM " NPM-CARI " BELUM MENDAFTAR SKRIPSI."
                   CLOSE SKRFILE
                   GO TO PILIH-MENU.
           DISPLAY "=================================================".
           DISPLAY "NPM         : " NPM-SR.
           DISPLAY "JUDUL       : " JUDUL-SR.
           DISPLAY "PEMBIMBING  : " PEMB1-SR " " PEMB2-SR.
           DISPLAY "DAFTAR      : " SEM-DAFTAR-SR "   STATUS : "
               STATUS-SR.
           DISPLAY "SIDANG      : " TGL-SIDANG-SR " PENGUJI "
               UJI1-SR " " UJI2-SR.
           DISPLAY "NILAI       : " HURUF-SR " SEMESTER " SEM-NILAI-SR.
           IF LAMA-SR = 'Y'
               DISPLAY "PERHATIAN   : MELEWATI BATAS MASA SKRIPSI".
           DISPLAY "=================================================".
           CLOSE SKRFILE.
           DISPLAY "KE  TANGGAL  DOSEN      CATATAN".
           MOVE 0 TO TOTAL-BIMB.
           OPEN INPUT BIMBING.
           IF STATUS-BIMB NOT = "00"
               GO TO TAMPIL-SELESAI.
           MOVE NPM-CARI TO NPM-BM.
           MOVE 0 TO URUT-BM.
           START BIMBING KEY NOT < BIMB-KUNCI
               INVALID KEY GO TO TAMPIL-TUTUP.
       TAMPIL-BACA.
           READ BIMBING NEXT RECORD INTO BIMB-O
               AT END GO TO TAMPIL-TUTUP.
           IF NPM-BO NOT = NPM-CARI
               GO TO TAMPIL-TUTUP.
           DISPLAY URUT-BO " " TGL-BO " " DOSEN-BO " " CATATAN-BO.
           ADD 1 TO TOTAL-BIMB.
           GO TO TAMPIL-BACA.
       TAMPIL-TUTUP.
           CLOSE BIMBING.
       TAMPIL-SELESAI.
           DISPLAY "JUMLAH BIMBINGAN : " TOTAL-BIMB.
           GO TO PILIH-MENU.

       BUKA-FILE7.
           PERFORM BACA-CTL THRU BACA-CTL-SELESAI.
           DISPLAY "KODE MK SKRIPSI SAAT INI : " KODE-MK-SKR.
           DISPLAY "BATAS MASA SKRIPSI       : " BATAS-SKR
               " SEMESTER".
           DISPLAY "KODE MK SKRIPSI (KOSONGKAN = TETAP) : "
               WITH NO ADVANCING.
           ACCEPT KODE-MASUK.
           IF KODE-MASUK NOT = SPACES
               MOVE KODE-MASUK TO KODE-MK-SKR.
       ATUR-BATAS.
           DISPLAY "BATAS MASA SKRIPSI (SEMESTER, 2 DIGIT) : "
               WITH NO ADVANCING.
           ACCEPT BATAS-MASUK.
           IF BATAS-MASUK IS NOT NUMERIC OR BATAS-MASUK = 0
               DISPLAY "BATAS HARUS ANGKA 01-99, ULANGI."
               GO TO ATUR-BATAS.
           MOVE BATAS-MASUK TO BATAS-SKR.
           OPEN OUTPUT SKRCTL.
           MOVE KODE-MK-SKR TO CTL-KODE-MK.
           MOVE BATAS-SKR TO CTL-BATAS.
           WRITE CTL-LINE.
           CLOSE SKRCTL.
           MOVE SPACES TO NPM-CARI.
           MOVE SPACES TO SEMESTER-CARI.
           MOVE "ATURSKR" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "PENGATURAN SKRIPSI TERSIMPAN.".
           GO TO PILIH-MENU.

       SELESAI2.
           STOP RUN.

       BACA-CTL.
           MOVE SPACES TO KODE-MK-SKR.
           MOVE 4 TO BATAS-SKR.
           OPEN INPUT SKRCTL.
           IF STATUS-CTL NOT = "00"
               GO TO BACA-CTL-SELESAI.
           READ SKRCTL
               AT END
                   CLOSE SKRCTL
                   GO TO BACA-CTL-SELESAI.
           MOVE CTL-KODE-MK TO KODE-MK-SKR.
           IF CTL-BATAS IS NUMERIC AND CTL-BATAS > 0
               MOVE CTL-BATAS TO BATAS-SKR.
           CLOSE SKRCTL.
       BACA-CTL-SELESAI.
           EXIT.

       CARI-URUT.
           MOVE 0 TO URUT-AKHIR.
           MOVE NPM-CARI TO NPM-BM.
           MOVE 0 TO URUT-BM.
           START BIMBING KEY NOT < BIMB-KUNCI
               INVALID KEY GO TO CARI-URUT-SELESAI.
       CARI-URUT-BACA.
           READ BIMBING NEXT RECORD
               AT END GO TO CARI-URUT-SELESAI.
           IF NPM-BM NOT = NPM-CARI
               GO TO CARI-URUT-SELESAI.
           MOVE URUT-BM TO URUT-AKHIR.
           GO TO CARI-URUT-BACA.
       CARI-URUT-SELESAI.
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
               MOVE 'Y' TO ADA-MHS-YA.
           CLOSE MHS.
       CEK-MHS-SELESAI.
           EXIT.

       CEK-DOSEN.
           MOVE 'T' TO DOSEN-SAH-YA.
           IF DOSEN-CARI = SPACES
               GO TO CEK-DOSEN-SELESAI.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               GO TO CEK-DOSEN-SELESAI.
           MOVE DOSEN-CARI TO DOSEN-ID.
           READ DOSENMST
               INVALID KEY
                   CLOSE DOSENMST
                   GO TO CEK-DOSEN-SELESAI.
           MOVE 'Y' TO DOSEN-SAH-YA.
           DISPLAY "   " NAMA-D.
           CLOSE DOSENMST.
       CEK-DOSEN-SELESAI.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUJUKFIX.
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
           SELECT ALUMNI ASSIGN TO ALUMNI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-AL
           FILE STATUS IS STATUS-ALUMNI.
           SELECT ARSIPF ASSIGN TO ARSIP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARSIP-KUNCI
           ALTERNATE RECORD KEY IS KELAS-AR WITH DUPLICATES
           FILE STATUS IS STATUS-ARSIP.
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
           SELECT MK ASSIGN TO MK-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS STATUS-MK.
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
           SELECT JDWFILE ASSIGN TO JDW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JDW-KUNCI
           FILE STATUS IS STATUS-JDW.
           SELECT KELASMST ASSIGN TO KELASMST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-KELAS
           FILE STATUS IS STATUS-KELASMST.
           SELECT TUNGGU ASSIGN TO TUNGGU-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUNGGU-KUNCI
           FILE STATUS IS STATUS-TUNGGU.
           SELECT CALONF ASSIGN TO CALON-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS URUT-C
           FILE STATUS IS STATUS-CALON.
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
       FD ALUMNI
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECALUMNI.
       01 RECALUMNI.
           02 NPM-AL pic X(14).
           02 NAMA-AL pic X(23).
           02 KELAS-AL pic X(5).
           02 IPK-AL pic 9V99.
           02 SKS-AL pic 9(3).
           02 TGL-LULUS-AL pic X(8).
           02 PEKERJAAN-AL pic X(25).
       FD ARSIPF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECARSIP.
       01 RECARSIP.
           02 ARSIP-KUNCI.
               03 NPM-AR pic X(14).
               03 SEMESTER-AR pic X(6).
           02 NAMA-AR pic X(23).
           02 KELAS-AR pic X(5).
           02 IPK-AR pic 9V99.
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
       FD MK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECMK.
       01 RECMK.
           02 KODE-MK pic X(8).
           02 NAMA-MK pic X(30).
           02 SKS-MK pic 9(2).
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
       FD KELASMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKELAS.
       01 RECKELAS.
           02 KODE-KELAS pic X(5).
           02 NAMA-KELAS pic X(25).
           02 WALI-KELAS pic X(25).
           02 RUANG-KELAS pic X(8).
       FD TUNGGU
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECTUNGGU.
       01 RECTUNGGU.
           02 TUNGGU-KUNCI.
               03 KELAS-W pic X(5).
               03 SEMESTER-W pic X(6).
               03 URUT-W pic 9(4).
           02 NPM-W pic X(14).
           02 NAMA-W pic X(23).
           02 IPK-W pic 9V99.
           02 TANGGAL-W pic X(8).
       FD CALONF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECCALON.
       01 RECCALON.
           02 URUT-C pic 9(6).
           02 ATURAN-C pic 9(2).
           02 FILE-C pic X(8).
           02 KUNCI-C pic X(41).
           02 KET-C pic X(50).
           02 STATUS-C pic X.
           02 TGL-C pic X(8).
           02 OPR-C pic X(10).
           02 TGL-TINJAU-C pic X(8).
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
       77 STATUS-SALAH pic XX.
       77 STATUS-ALUMNI pic XX.
       77 STATUS-ARSIP pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-ABSEN pic XX.
       77 STATUS-MK pic XX.
       77 STATUS-AMPU pic XX.
       77 STATUS-DOSEN pic XX.
       77 STATUS-JDW pic XX.
       77 STATUS-KELASMST pic XX.
       77 STATUS-TUNGGU pic XX.
       77 STATUS-CALON pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 ALUMNI-FILENAME pic X(30) VALUE 'ALUMNI.TXT'.
       77 ARSIP-FILENAME pic X(30) VALUE 'ARSIP.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 ABSEN-FILENAME pic X(30) VALUE 'ABSEN.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       77 AMPU-FILENAME pic X(30) VALUE 'AMPU.TXT'.
       77 DOSEN-FILENAME pic X(30) VALUE 'DOSEN.TXT'.
       77 JDW-FILENAME pic X(30) VALUE 'JADWAL.TXT'.
       77 KELASMST-FILENAME pic X(30) VALUE 'KELAS.MST'.
       77 TUNGGU-FILENAME pic X(30) VALUE 'TUNGGU.TXT'.
       77 CALON-FILENAME pic X(30) VALUE 'RUJUKCAN.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
           88 LEWATI VALUE 'L', 'l'.
           88 BERHENTI VALUE 'S', 's'.
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
       77 ATURAN-ED pic 99.
       77 STATUS-KET pic X(12).
       77 HASIL-C pic X.
       77 ALASAN-C pic X(30).
       77 NPM-CARI pic X(14).
       77 LOKASI-NPM pic X(18).
       77 ADA-NPM-YA pic X.
           88 ADA-NPM VALUE 'Y'.
       77 ADA-ALUMNI-YA pic X.
           88 ADA-ALUMNI VALUE 'Y'.
       77 ADA-ARSIP-YA pic X.
           88 ADA-ARSIP VALUE 'Y'.
       77 ADA-KRS-YA pic X.
           88 ADA-KRS VALUE 'Y'.
       77 ADA-NILAI-YA pic X.
           88 ADA-NILAI VALUE 'Y'.
       77 ADA-TAGIHAN-YA pic X.
           88 ADA-TAGIHAN VALUE 'Y'.
       77 ADA-ABSEN-YA pic X.
           88 ADA-ABSEN VALUE 'Y'.
       77 ADA-MK-YA pic X.
           88 ADA-MK VALUE 'Y'.
       77 ADA-AMPU-YA pic X.
           88 ADA-AMPU VALUE 'Y'.
       77 ADA-DOSEN-YA pic X.
           88 ADA-DOSEN VALUE 'Y'.
       77 ADA-JDW-YA pic X.
           88 ADA-JDW VALUE 'Y'.
       77 ADA-KELASMST-YA pic X.
           88 ADA-KELASMST VALUE 'Y'.
       77 ADA-TUNGGU-YA pic X.
           88 ADA-TUNGGU VALUE 'Y'.
       77 TOTAL-BELUM pic 9(6).
       77 TOTAL-SETUJU pic 9(6).
       77 TOTAL-TOLAK pic 9(6).
       77 TOTAL-TERAP pic 9(6).
       77 TOTAL-GAGAL pic 9(6).
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
       MASUK.
           DISPLAY "=====PERBAIKAN INTEGRITAS REFERENSI=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           DISPLAY "KATA SANDI  : " WITH NO ADVANCING.
           ACCEPT SANDI-MASUK.
           PERFORM CEK-OPERATOR THRU CEK-OPERATOR-SELESAI.
           IF OPERATOR-LEVEL > 2
               GO TO PILIH-MENU.
           IF OPERATOR-LEVEL > 0
               DISPLAY "PERBAIKAN HANYA BOLEH OLEH SUPERVISOR."
               STOP RUN.
           ADD 1 TO GAGAL-MASUK.
           IF GAGAL-MASUK < 3
               DISPLAY "ID ATAU SANDI SALAH, ULANGI."
               GO TO MASUK.
           DISPLAY "TIGA KALI GAGAL, PROGRAM BERHENTI.".
           STOP RUN.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "=====PERBAIKAN INTEGRITAS REFERENSI=====".
           DISPLAY "1. TINJAU KANDIDAT PERBAIKAN".
           DISPLAY "2. DAFTAR KANDIDAT PERBAIKAN".
           DISPLAY "3. TERAPKAN KANDIDAT YANG DISETUJUI".
           DISPLAY "4. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           OPEN I-O CALONF.
           IF STATUS-CALON NOT = "00"
               DISPLAY "BELUM ADA KANDIDAT, JALANKAN RUJUK DAHULU."
               GO TO PILIH-MENU.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-SETUJU.
           MOVE 0 TO TOTAL-TOLAK.
           MOVE 0 TO TOTAL-BELUM.
           MOVE 0 TO URUT-C.
           START CALONF KEY > URUT-C
               INVALID KEY GO TO TINJAU-SELESAI.
       TINJAU-BACA.
           READ CALONF NEXT RECORD
               AT END GO TO TINJAU-SELESAI.
           IF STATUS-C NOT = SPACE
               GO TO TINJAU-BACA.
           MOVE ATURAN-C TO ATURAN-ED.
           DISPLAY " ".
           DISPLAY "KANDIDAT " URUT-C "  ATURAN R" ATURAN-ED
               "  FILE " FILE-C.
           DISPLAY "  " KET-C.
       TINJAU-TANYA.
           DISPLAY "HAPUS REKOD INI? (Y/T, L=LEWATI, S=SELESAI) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF BERHENTI
               GO TO TINJAU-SELESAI.
           IF LEWATI
               ADD 1 TO TOTAL-BELUM
               GO TO TINJAU-BACA.
           IF LAGI
               MOVE 'S' TO STATUS-C
               ADD 1 TO TOTAL-SETUJU
               GO TO TINJAU-SIMPAN.
           IF TIDAK
               MOVE 'T' TO STATUS-C
               ADD 1 TO TOTAL-TOLAK
               GO TO TINJAU-SIMPAN.
           GO TO TINJAU-TANYA.
       TINJAU-SIMPAN.
           MOVE OPERATOR-ID TO OPR-C.
           MOVE TGL-HARI TO TGL-TINJAU-C.
           REWRITE RECCALON
               INVALID KEY DISPLAY "GAGAL MENYIMPAN KANDIDAT " URUT-C.
           GO TO TINJAU-BACA.
       TINJAU-SELESAI.
           CLOSE CALONF.
           DISPLAY " ".
           DISPLAY "DISETUJUI : " TOTAL-SETUJU.
           DISPLAY "DITOLAK   : " TOTAL-TOLAK.
           DISPLAY "DILEWATI  : " TOTAL-BELUM.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           OPEN INPUT CALONF.
           IF STATUS-CALON NOT = "00"
               DISPLAY "BELUM ADA KANDIDAT, JALANKAN RUJUK DAHULU."
               GO TO PILIH-MENU.
           MOVE 0 TO TOTAL-BELUM.
           MOVE 0 TO TOTAL-SETUJU.
           MOVE 0 TO TOTAL-TOLAK.
           MOVE 0 TO TOTAL-TERAP.
           MOVE 0 TO TOTAL-GAGAL.
       DAFTAR-BACA.
           READ CALONF NEXT RECORD
               AT END GO TO DAFTAR-SELESAI.
           MOVE "BELUM"     TO STATUS-KET.
           IF STATUS-C = SPACE
               ADD 1 TO TOTAL-BELUM.
           IF STATUS-C = 'S'
               MOVE "DISETUJUI" TO STATUS-KET
               ADD 1 TO TOTAL-SETUJU.
           IF STATUS-C = 'T'
               MOVE "DITOLAK" TO STATUS-KET
               ADD 1 TO TOTAL-TOLAK.
           IF STATUS-C = 'D'
               MOVE "DITERAPKAN" TO STATUS-KET
               ADD 1 TO TOTAL-TERAP.
           IF STATUS-C = 'G'
               MOVE "TIDAK BERLAKU" TO STATUS-KET
               ADD 1 TO TOTAL-GAGAL.
           MOVE ATURAN-C TO ATURAN-ED.
           DISPLAY URUT-C " R" ATURAN-ED " " FILE-C " " STATUS-KET
               " " OPR-C.
           DISPLAY "       " KET-C.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           CLOSE CALONF.
           DISPLAY " ".
           DISPLAY "BELUM DITINJAU : " TOTAL-BELUM.
           DISPLAY "DISETUJUI      : " TOTAL-SETUJU.
           DISPLAY "DITOLAK        : " TOTAL-TOLAK.
           DISPLAY "DITERAPKAN     : " TOTAL-TERAP.
           DISPLAY "TIDAK BERLAKU  : " TOTAL-GAGAL.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "HAPUS SEMUA REKOD YANG DISETUJUI? (Y/T) : "
               WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               GO TO PILIH-MENU.
           OPEN I-O CALONF.
           IF STATUS-CALON NOT = "00"
               DISPLAY "BELUM ADA KANDIDAT, JALANKAN RUJUK DAHULU."
               GO TO PILIH-MENU.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               CLOSE CALONF
               GO TO PILIH-MENU.
           PERFORM BUKA-RUJUKAN.
           MOVE 0 TO TOTAL-TERAP.
           MOVE 0 TO TOTAL-GAGAL.
           MOVE 0 TO URUT-C.
           START CALONF KEY > URUT-C
               INVALID KEY GO TO TERAP-SELESAI.
       TERAP-BACA.
           READ CALONF NEXT RECORD
               AT END GO TO TERAP-SELESAI.
           IF STATUS-C NOT = 'S'
               GO TO TERAP-BACA.
           PERFORM TERAPKAN-SATU THRU TERAPKAN-SATU-SELESAI.
           MOVE HASIL-C TO STATUS-C.
           REWRITE RECCALON
               INVALID KEY DISPLAY "GAGAL MENYIMPAN KANDIDAT " URUT-C.
           IF HASIL-C = 'D'
               ADD 1 TO TOTAL-TERAP
               MOVE "HAPUSRUJUK" TO AUDIT-AKSI
               MOVE SPACES TO AUDIT-KET
               STRING FILE-C DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   KET-C DELIMITED BY SIZE
                   INTO AUDIT-KET
               PERFORM CATAT-AUDIT
           ELSE
               ADD 1 TO TOTAL-GAGAL
               DISPLAY "KANDIDAT " URUT-C " TIDAK DITERAPKAN : "
                   ALASAN-C.
           GO TO TERAP-BACA.
       TERAP-SELESAI.
           CLOSE CALONF.
           CLOSE MHS.
           PERFORM TUTUP-RUJUKAN.
           DISPLAY " ".
           DISPLAY "REKOD DIHAPUS       : " TOTAL-TERAP.
           DISPLAY "TIDAK BERLAKU LAGI  : " TOTAL-GAGAL.
           GO TO PILIH-MENU.

       BUKA-RUJUKAN.
           MOVE 'Y' TO ADA-ALUMNI-YA.
           OPEN INPUT ALUMNI.
           IF STATUS-ALUMNI NOT = "00"
               MOVE 'T' TO ADA-ALUMNI-YA.
           MOVE 'Y' TO ADA-ARSIP-YA.
           OPEN INPUT ARSIPF.
           IF STATUS-ARSIP NOT = "00"
               MOVE 'T' TO ADA-ARSIP-YA.
           MOVE 'Y' TO ADA-KRS-YA.
           OPEN I-O KRSFILE.
           IF STATUS-KRS NOT = "00"
               MOVE 'T' TO ADA-KRS-YA.
           MOVE 'Y' TO ADA-NILAI-YA.
           OPEN I-O NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               MOVE 'T' TO ADA-NILAI-YA.
           MOVE 'Y' TO ADA-TAGIHAN-YA.
           OPEN I-O TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               MOVE 'T' TO ADA-TAGIHAN-YA.
           MOVE 'Y' TO ADA-ABSEN-YA.
           OPEN I-O ABSEN.
           IF STATUS-ABSEN NOT = "00"
               MOVE 'T' TO ADA-ABSEN-YA.
           MOVE 'Y' TO ADA-MK-YA.
           OPEN INPUT MK.
           IF STATUS-MK NOT = "00"
               MOVE 'T' TO ADA-MK-YA.
           MOVE 'Y' TO ADA-AMPU-YA.
           OPEN I-O AMPU.
           IF STATUS-AMPU NOT = "00"
               MOVE 'T' TO ADA-AMPU-YA.
           MOVE 'Y' TO ADA-DOSEN-YA.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               MOVE 'T' TO ADA-DOSEN-YA.
           MOVE 'Y' TO ADA-JDW-YA.
           OPEN I-O JDWFILE.
           IF STATUS-JDW NOT = "00"
               MOVE 'T' TO ADA-JDW-YA.
           MOVE 'Y' TO ADA-KELASMST-YA.
           OPEN INPUT KELASMST.
           IF STATUS-KELASMST NOT = "00"
               MOVE 'T' TO ADA-KELASMST-YA.
           MOVE 'Y' TO ADA-TUNGGU-YA.
           OPEN I-O TUNGGU.
           IF STATUS-TUNGGU NOT = "00"
               MOVE 'T' TO ADA-TUNGGU-YA.

       TUTUP-RUJUKAN.
           IF ADA-ALUMNI
               CLOSE ALUMNI.
           IF ADA-ARSIP
               CLOSE ARSIPF.
           IF ADA-KRS
               CLOSE KRSFILE.
           IF ADA-NILAI
               CLOSE NILAIFILE.
           IF ADA-TAGIHAN
               CLOSE TAGIHAN.
           IF ADA-ABSEN
               CLOSE ABSEN.
           IF ADA-MK
               CLOSE MK.
           IF ADA-AMPU
               CLOSE AMPU.
           IF ADA-DOSEN
               CLOSE DOSENMST.
           IF ADA-JDW
               CLOSE JDWFILE.
           IF ADA-KELASMST
               CLOSE KELASMST.
           IF ADA-TUNGGU
               CLOSE TUNGGU.

       TERAPKAN-SATU.
           MOVE 'G' TO HASIL-C.
           MOVE "FILE TIDAK ADA" TO ALASAN-C.
           IF ATURAN-C = 1 OR ATURAN-C = 2
               GO TO TERAPKAN-KRS.
           IF ATURAN-C = 3
               GO TO TERAPKAN-NILAI.
           IF ATURAN-C = 5
               GO TO TERAPKAN-TAGIHAN.
           IF ATURAN-C = 6
               GO TO TERAPKAN-ABSEN.
           IF ATURAN-C = 7 OR ATURAN-C = 8
               GO TO TERAPKAN-AMPU.
           IF ATURAN-C = 9 OR ATURAN-C = 10
               GO TO TERAPKAN-JADWAL.
           IF ATURAN-C = 11
               GO TO TERAPKAN-TUNGGU.
           MOVE "ATURAN TANPA PERBAIKAN" TO ALASAN-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-KRS.
           IF NOT ADA-KRS
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KUNCI-C TO KRS-KUNCI.
           READ KRSFILE
               INVALID KEY
                   MOVE "REKOD SUDAH TIDAK ADA" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           IF ATURAN-C = 2
               GO TO TERAPKAN-KRS-MK.
           MOVE NPM-K TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF ADA-NPM
               MOVE "NPM SUDAH ADA DI DATA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           GO TO TERAPKAN-KRS-HAPUS.
       TERAPKAN-KRS-MK.
           IF NOT ADA-MK
               MOVE "FILE MATKUL TIDAK ADA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KODE-MK-K TO KODE-MK.
           READ MK
               INVALID KEY GO TO TERAPKAN-KRS-HAPUS.
           MOVE "KODE MK SUDAH ADA" TO ALASAN-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-KRS-HAPUS.
           DELETE KRSFILE RECORD
               INVALID KEY
                   MOVE "GAGAL MENGHAPUS" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE 'D' TO HASIL-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-NILAI.
           IF NOT ADA-NILAI
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KUNCI-C TO NILAI-KUNCI.
           READ NILAIFILE
               INVALID KEY
                   MOVE "REKOD SUDAH TIDAK ADA" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE NPM-N TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF ADA-NPM
               MOVE "NPM SUDAH ADA DI DATA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           IF LOKASI-NPM NOT = SPACES
               MOVE LOKASI-NPM TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           DELETE NILAIFILE RECORD
               INVALID KEY
                   MOVE "GAGAL MENGHAPUS" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE 'D' TO HASIL-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-TAGIHAN.
           IF NOT ADA-TAGIHAN
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KUNCI-C TO TAGIHAN-KUNCI.
           READ TAGIHAN
               INVALID KEY
                   MOVE "REKOD SUDAH TIDAK ADA" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           IF BAYAR-G > 0
               MOVE "SUDAH ADA BAYARAN" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE NPM-G TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF ADA-NPM
               MOVE "NPM SUDAH ADA DI DATA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           DELETE TAGIHAN RECORD
               INVALID KEY
                   MOVE "GAGAL MENGHAPUS" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE 'D' TO HASIL-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-ABSEN.
           IF NOT ADA-ABSEN
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KUNCI-C TO ABSEN-KUNCI.
           READ ABSEN
               INVALID KEY
                   MOVE "REKOD SUDAH TIDAK ADA" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE NPM-AB TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF ADA-NPM
               MOVE "NPM SUDAH ADA DI DATA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           DELETE ABSEN RECORD
               INVALID KEY
                   MOVE "GAGAL MENGHAPUS" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE 'D' TO HASIL-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-AMPU.
           IF NOT ADA-AMPU
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KUNCI-C TO AMPU-KUNCI.
           READ AMPU
               INVALID KEY
                   MOVE "REKOD SUDAH TIDAK ADA" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           IF ATURAN-C = 8
               GO TO TERAPKAN-AMPU-MK.
           IF NOT ADA-DOSEN
               MOVE "FILE DOSEN TIDAK ADA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE DOSEN-P TO DOSEN-ID.
           READ DOSENMST
               INVALID KEY GO TO TERAPKAN-AMPU-HAPUS.
           MOVE "DOSEN SUDAH ADA" TO ALASAN-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-AMPU-MK.
           IF NOT ADA-MK
               MOVE "FILE MATKUL TIDAK ADA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KODE-MK-P TO KODE-MK.
           READ MK
               INVALID KEY GO TO TERAPKAN-AMPU-HAPUS.
           MOVE "KODE MK SUDAH ADA" TO ALASAN-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-AMPU-HAPUS.
           DELETE AMPU RECORD
               INVALID KEY
                   MOVE "GAGAL MENGHAPUS" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE 'D' TO HASIL-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-JADWAL.
           IF NOT ADA-JDW
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KUNCI-C TO JDW-KUNCI.
           READ JDWFILE
               INVALID KEY
                   MOVE "REKOD SUDAH TIDAK ADA" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           IF ATURAN-C = 10
               GO TO TERAPKAN-JADWAL-MK.
           IF NOT ADA-KELASMST
               MOVE "FILE KELAS.MST TIDAK ADA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KELAS-J TO KODE-KELAS.
           READ KELASMST
               INVALID KEY GO TO TERAPKAN-JADWAL-HAPUS.
           MOVE "KELAS SUDAH ADA" TO ALASAN-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-JADWAL-MK.
           IF NOT ADA-MK
               MOVE "FILE MATKUL TIDAK ADA" TO ALASAN-C
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KODE-MK-J TO KODE-MK.
           READ MK
               INVALID KEY GO TO TERAPKAN-JADWAL-HAPUS.
           MOVE "KODE MK SUDAH ADA" TO ALASAN-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-JADWAL-HAPUS.
           DELETE JDWFILE RECORD
               INVALID KEY
                   MOVE "GAGAL MENGHAPUS" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE 'D' TO HASIL-C.
           GO TO TERAPKAN-SATU-SELESAI.
       TERAPKAN-TUNGGU.
           IF NOT ADA-TUNGGU
               GO TO TERAPKAN-SATU-SELESAI.
           MOVE KUNCI-C TO TUNGGU-KUNCI.
           READ TUNGGU
               INVALID KEY
                   MOVE "REKOD SUDAH TIDAK ADA" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE NPM-W TO NPM.
           MOVE SEMESTER-W TO SEMESTER.
           READ MHS
               INVALID KEY
                   MOVE "MAHASISWA BELUM DITEMPATKAN" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           DELETE TUNGGU RECORD
               INVALID KEY
                   MOVE "GAGAL MENGHAPUS" TO ALASAN-C
                   GO TO TERAPKAN-SATU-SELESAI.
           MOVE 'D' TO HASIL-C.
       TERAPKAN-SATU-SELESAI.
           EXIT.

       CARI-NPM.
           MOVE 'T' TO ADA-NPM-YA.
           MOVE SPACES TO LOKASI-NPM.
           MOVE NPM-CARI TO NPM.
           MOVE SPACES TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO CARI-NPM-ALUMNI.
           READ MHS NEXT RECORD
               AT END GO TO CARI-NPM-ALUMNI.
           IF NPM = NPM-CARI
               MOVE 'Y' TO ADA-NPM-YA
               GO TO CARI-NPM-SELESAI.
       CARI-NPM-ALUMNI.
           IF NOT ADA-ALUMNI
               GO TO CARI-NPM-ARSIP.
           MOVE NPM-CARI TO NPM-AL.
           READ ALUMNI
               INVALID KEY GO TO CARI-NPM-ARSIP.
           MOVE "ADA DI ALUMNI" TO LOKASI-NPM.
           GO TO CARI-NPM-SELESAI.
       CARI-NPM-ARSIP.
           IF NOT ADA-ARSIP
               GO TO CARI-NPM-SELESAI.
           MOVE NPM-CARI TO NPM-AR.
           MOVE SPACES TO SEMESTER-AR.
           START ARSIPF KEY NOT < ARSIP-KUNCI
               INVALID KEY GO TO CARI-NPM-SELESAI.
           READ ARSIPF NEXT RECORD
               AT END GO TO CARI-NPM-SELESAI.
           IF NPM-AR = NPM-CARI
               MOVE "ADA DI ARSIP" TO LOKASI-NPM.
       CARI-NPM-SELESAI.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NILIMP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORIN ASSIGN TO IMPOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-IMPOR.
           SELECT IMPOREXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-EXC.
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
       DATA DIVISION.
       FILE SECTION.
       FD IMPORIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECIMPOR RECIMPOR-D.
       01 RECIMPOR.
           02 JENIS-I pic X.
           02 KODE-MK-I pic X(8).
           02 SEMESTER-I pic X(6).
           02 DOSEN-I pic X(10).
       01 RECIMPOR-D.
           02 JENIS-ID pic X.
           02 NPM-I pic X(14).
           02 HURUF-I pic X(2).
       FD IMPOREXC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NILIMP.LIS'
           DATA RECORD IS EXC-LINE.
       01 EXC-LINE pic X(80).
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
       WORKING-STORAGE SECTION.
       77 STATUS-IMPOR pic XX.
       77 STATUS-EXC pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AMPU pic XX.
       77 STATUS-UBAH pic XX.
       77 STATUS-AUDIT pic XX.
       77 STATUS-SEMCTL pic XX.
       77 STATUS-SKALA pic XX.
       77 IMPOR-FILENAME pic X(30) VALUE 'NILAIDSN.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       77 AMPU-FILENAME pic X(30) VALUE 'AMPU.TXT'.
       77 UBAH-FILENAME pic X(30) VALUE 'UBAHNIL.TXT'.
       77 SEMCTL-FILENAME pic X(30) VALUE 'SEMCTL.TXT'.
       77 SKALA-FILENAME pic X(30) VALUE 'SKALA.TXT'.
       77 NAMA-MASUK pic X(30).
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
       01 TABEL-IMPOR.
           02 IMPOR-BARIS OCCURS 1000 TIMES.
               03 IMPOR-NPM pic X(14).
       77 ISI-IMPOR pic 9(4).
       77 I pic 9(4).
       77 ADA-GANDA-YA pic X.
           88 ADA-GANDA VALUE 'Y'.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 SEM-BUKA-YA pic X.
           88 SEM-BUKA VALUE 'Y'.
       77 ADA-HEADER-YA pic X.
           88 ADA-HEADER VALUE 'Y'.
       77 HEADER-SAH-YA pic X.
           88 HEADER-SAH VALUE 'Y'.
       77 ADA-NILAI-YA pic X.
           88 ADA-NILAI VALUE 'Y'.
       77 ADA-AMPU-YA pic X.
           88 ADA-AMPU VALUE 'Y'.
       77 SEMESTER-CARI pic X(6).
       77 KODE-CARI pic X(8).
       77 DOSEN-CARI pic X(10).
       77 ALASAN-EXC pic X(30).
       77 ALASAN-HEADER pic X(30).
       77 TOTAL-BARIS pic 9(4).
       77 TOTAL-POSTING pic 9(4).
       77 TOTAL-TUNDA pic 9(4).
       77 TOTAL-SAMA pic 9(4).
       77 TOTAL-SALAH pic 9(4).
       77 TOTAL-MK pic 9(4).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 AUDIT-KET pic X(38).
       77 TGL-HARI pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'NILIMP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
       MASUK.
           DISPLAY "=====IMPOR FILE NILAI DOSEN=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           DISPLAY "KATA SANDI  : " WITH NO ADVANCING.
           ACCEPT SANDI-MASUK.
           PERFORM CEK-OPERATOR THRU CEK-OPERATOR-SELESAI.
           IF OPERATOR-LEVEL > 1
               GO TO MULAI.
           IF OPERATOR-LEVEL = 1
               DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGIMPOR NILAI."
               STOP RUN.
           ADD 1 TO GAGAL-MASUK.
           IF GAGAL-MASUK < 3
               DISPLAY "ID ATAU SANDI SALAH, ULANGI."
               GO TO MASUK.
           DISPLAY "TIGA KALI GAGAL, PROGRAM BERHENTI.".
           STOP RUN.
       MULAI.
           DISPLAY "NAMA FILE NILAI (KOSONGKAN = NILAIDSN.TXT) : "
               WITH NO ADVANCING.
           ACCEPT NAMA-MASUK.
           IF NAMA-MASUK NOT = SPACES
               MOVE NAMA-MASUK TO IMPOR-FILENAME.
           OPEN INPUT IMPORIN.
           IF STATUS-IMPOR NOT = "00"
               DISPLAY "FILE " IMPOR-FILENAME " TIDAK DITEMUKAN."
               STOP RUN.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               DISPLAY "FILE KRS.TXT TIDAK DITEMUKAN."
               CLOSE IMPORIN
               STOP RUN.
           OPEN I-O NILAIFILE.
           IF STATUS-NILAI = "35"
               OPEN OUTPUT NILAIFILE
               CLOSE NILAIFILE
               OPEN I-O NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               DISPLAY "FILE NILAI GAGAL DIBUKA, STATUS = " STATUS-NILAI
               CLOSE IMPORIN
               CLOSE KRSFILE
               STOP RUN.
           OPEN I-O UBAHNIL.
           IF STATUS-UBAH = "35"
               OPEN OUTPUT UBAHNIL
               CLOSE UBAHNIL
               OPEN I-O UBAHNIL.
           IF STATUS-UBAH NOT = "00"
               DISPLAY "FILE PERUBAHAN GAGAL DIBUKA, STATUS = "
                   STATUS-UBAH
               CLOSE IMPORIN
               CLOSE KRSFILE
               CLOSE NILAIFILE
               STOP RUN.
           MOVE 'T' TO ADA-AMPU-YA.
           OPEN INPUT AMPU.
           IF STATUS-AMPU = "00"
               MOVE 'Y' TO ADA-AMPU-YA.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           OPEN OUTPUT IMPOREXC.
           MOVE SPACES TO EXC-LINE.
           STRING "LAPORAN PENGECUALIAN IMPOR NILAI " DELIMITED BY SIZE
               IMPOR-FILENAME DELIMITED BY SPACE
               " TANGGAL " DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
           MOVE 0 TO TOTAL-BARIS.
           MOVE 0 TO TOTAL-POSTING.
           MOVE 0 TO TOTAL-TUNDA.
           MOVE 0 TO TOTAL-SAMA.
           MOVE 0 TO TOTAL-SALAH.
           MOVE 0 TO TOTAL-MK.
           MOVE 'T' TO ADA-HEADER-YA.
           MOVE 'T' TO HEADER-SAH-YA.
       BACA.
           READ IMPORIN
               AT END GO TO TUTUP.
           IF JENIS-I = 'H' OR JENIS-I = 'h'
               PERFORM CEK-HEADER THRU CEK-HEADER-SELESAI
               GO TO BACA.
           IF RECIMPOR = SPACES
               GO TO BACA.
           ADD 1 TO TOTAL-BARIS.
           IF JENIS-ID NOT = 'D' AND JENIS-ID NOT = 'd'
               MOVE "JENIS BARIS TIDAK DIKENAL" TO ALASAN-EXC
               GO TO BACA-SALAH.
           IF NOT ADA-HEADER
               MOVE "BARIS SEBELUM HEADER" TO ALASAN-EXC
               GO TO BACA-SALAH.
           IF NOT HEADER-SAH
               MOVE ALASAN-HEADER TO ALASAN-EXC
               GO TO BACA-SALAH.
           IF NPM-I = SPACES
               MOVE "NPM KOSONG" TO ALASAN-EXC
               GO TO BACA-SALAH.
           MOVE NPM-I TO NPM-K.
           MOVE SEMESTER-CARI TO SEMESTER-K.
           MOVE KODE-CARI TO KODE-MK-K.
           READ KRSFILE
               INVALID KEY
                   MOVE "TIDAK ADA KRS MATA KULIAH INI" TO ALASAN-EXC
                   GO TO BACA-SALAH.
           MOVE HURUF-I TO HURUF-CARI.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF NOT ADA-SKALA
               MOVE "NILAI HURUF TIDAK SAH" TO ALASAN-EXC
               GO TO BACA-SALAH.
           PERFORM CEK-GANDA THRU CEK-GANDA-SELESAI.
           IF ADA-GANDA
               MOVE "NPM GANDA DALAM FILE" TO ALASAN-EXC
               GO TO BACA-SALAH.
           MOVE 'Y' TO ADA-NILAI-YA.
           MOVE NPM-I TO NPM-N.
           MOVE SEMESTER-CARI TO SEMESTER-N.
           MOVE KODE-CARI TO KODE-MK-N.
           READ NILAIFILE
               INVALID KEY MOVE 'T' TO ADA-NILAI-YA.
           IF ADA-NILAI
               GO TO BACA-UBAH.
           MOVE NPM-I TO NPM-N.
           MOVE SEMESTER-CARI TO SEMESTER-N.
           MOVE KODE-CARI TO KODE-MK-N.
           MOVE HURUF-I TO HURUF-N.
           MOVE SKS-K TO SKS-N.
           WRITE RECNILAI
               INVALID KEY
                   MOVE "GAGAL MENULIS NILAI.TXT" TO ALASAN-EXC
                   GO TO BACA-SALAH.
           ADD 1 TO TOTAL-POSTING.
           GO TO BACA.
       BACA-UBAH.
           IF HURUF-N = HURUF-I
               ADD 1 TO TOTAL-SAMA
               GO TO BACA.
           MOVE NPM-I TO NPM-UB.
           MOVE SEMESTER-CARI TO SEMESTER-UB.
           MOVE KODE-CARI TO KODE-MK-UB.
           MOVE HURUF-N TO NILAI-LAMA-UB.
           MOVE HURUF-I TO NILAI-BARU-UB.
           MOVE DOSEN-CARI TO PEMINTA-UB.
           MOVE "IMPOR FILE NILAI DOSEN" TO ALASAN-UB.
           MOVE 'B' TO STATUS-UB.
           MOVE TGL-HARI TO TANGGAL-UB.
           WRITE RECUBAH
               INVALID KEY GO TO BACA-UBAH-TIMPA.
           GO TO BACA-UBAH-CATAT.
       BACA-UBAH-TIMPA.
           REWRITE RECUBAH
               INVALID KEY
                   MOVE "GAGAL MENULIS UBAHNIL.TXT" TO ALASAN-EXC
                   GO TO BACA-SALAH.
       BACA-UBAH-CATAT.
           ADD 1 TO TOTAL-TUNDA.
           MOVE SPACES TO EXC-LINE.
           STRING NPM-I DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KODE-CARI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HURUF-N DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               HURUF-I DELIMITED BY SIZE
               " MENUNGGU PERSETUJUAN (UBAHNIL)" DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
           GO TO BACA.
       BACA-SALAH.
           ADD 1 TO TOTAL-SALAH.
           MOVE SPACES TO EXC-LINE.
           STRING NPM-I DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KODE-CARI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HURUF-I DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALASAN-EXC DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
           GO TO BACA.

       TUTUP.
           CLOSE IMPORIN.
           CLOSE KRSFILE.
           CLOSE NILAIFILE.
           CLOSE UBAHNIL.
           IF ADA-AMPU
               CLOSE AMPU.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           STRING "MATA KULIAH " DELIMITED BY SIZE
               TOTAL-MK DELIMITED BY SIZE
               "  BARIS " DELIMITED BY SIZE
               TOTAL-BARIS DELIMITED BY SIZE
               "  DIPOSTING " DELIMITED BY SIZE
               TOTAL-POSTING DELIMITED BY SIZE
               "  TUNDA " DELIMITED BY SIZE
               TOTAL-TUNDA DELIMITED BY SIZE
               "  SAMA " DELIMITED BY SIZE
               TOTAL-SAMA DELIMITED BY SIZE
               "  DITOLAK " DELIMITED BY SIZE
               TOTAL-SALAH DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
           CLOSE IMPOREXC.
           MOVE 'NILIMP.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           MOVE SPACES TO AUDIT-KET.
           STRING "P" DELIMITED BY SIZE
               TOTAL-POSTING DELIMITED BY SIZE
               " U" DELIMITED BY SIZE
               TOTAL-TUNDA DELIMITED BY SIZE
               " S" DELIMITED BY SIZE
               TOTAL-SAMA DELIMITED BY SIZE
               " X" DELIMITED BY SIZE
               TOTAL-SALAH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMPOR-FILENAME DELIMITED BY SPACE
               INTO AUDIT-KET.
           MOVE "IMPORNILAI" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY " ".
           DISPLAY "MATA KULIAH DIBACA      : " TOTAL-MK.
           DISPLAY "BARIS NILAI             : " TOTAL-BARIS.
           DISPLAY "NILAI DIPOSTING         : " TOTAL-POSTING.
           DISPLAY "MENUNGGU PERSETUJUAN    : " TOTAL-TUNDA.
           DISPLAY "SAMA DENGAN NILAI LAMA  : " TOTAL-SAMA.
           DISPLAY "DITOLAK                 : " TOTAL-SALAH.
           DISPLAY "PENGECUALIAN DITULIS KE NILIMP.LIS.".
           STOP RUN.

       CEK-HEADER.
           ADD 1 TO TOTAL-MK.
           MOVE 'Y' TO ADA-HEADER-YA.
           MOVE 'T' TO HEADER-SAH-YA.
           MOVE 0 TO ISI-IMPOR.
           MOVE KODE-MK-I TO KODE-CARI.
           MOVE SEMESTER-I TO SEMESTER-CARI.
           MOVE DOSEN-I TO DOSEN-CARI.
           IF NOT ADA-AMPU
               MOVE "FILE AMPU.TXT TIDAK ADA" TO ALASAN-HEADER
               GO TO CEK-HEADER-TOLAK.
           MOVE KODE-CARI TO KODE-MK-P.
           MOVE SEMESTER-CARI TO SEMESTER-P.
           READ AMPU
               INVALID KEY
                   MOVE "MATA KULIAH TIDAK ADA DI AMPU" TO ALASAN-HEADER
                   GO TO CEK-HEADER-TOLAK.
           IF DOSEN-P NOT = DOSEN-CARI
               MOVE "DOSEN BUKAN PENGAMPU" TO ALASAN-HEADER
               GO TO CEK-HEADER-TOLAK.
           PERFORM CEK-SEMCTL THRU CEK-SEMCTL-SELESAI.
           IF NOT SEM-BUKA
               MOVE "MASA ENTRI NILAI DITUTUP" TO ALASAN-HEADER
               GO TO CEK-HEADER-TOLAK.
           MOVE 'Y' TO HEADER-SAH-YA.
           GO TO CEK-HEADER-SELESAI.
       CEK-HEADER-TOLAK.
           MOVE SPACES TO EXC-LINE.
           STRING "HEADER " DELIMITED BY SIZE
               KODE-CARI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SEMESTER-CARI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOSEN-CARI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALASAN-HEADER DELIMITED BY SIZE
               INTO EXC-LINE.
           WRITE EXC-LINE.
       CEK-HEADER-SELESAI.
           EXIT.

       CEK-GANDA.
           MOVE 'T' TO ADA-GANDA-YA.
           MOVE 0 TO I.
       CEK-GANDA-ULANG.
           ADD 1 TO I.
           IF I > ISI-IMPOR
               GO TO CEK-GANDA-TAMBAH.
           IF IMPOR-NPM (I) = NPM-I
               MOVE 'Y' TO ADA-GANDA-YA
               GO TO CEK-GANDA-SELESAI.
           GO TO CEK-GANDA-ULANG.
       CEK-GANDA-TAMBAH.
           IF ISI-IMPOR < 1000
               ADD 1 TO ISI-IMPOR
               MOVE NPM-I TO IMPOR-NPM (ISI-IMPOR).
       CEK-GANDA-SELESAI.
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

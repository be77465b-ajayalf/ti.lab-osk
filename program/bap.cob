       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAPFILE ASSIGN TO BAP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAP-KUNCI
           FILE STATUS IS STATUS-BAP.
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
           SELECT OPRFILE ASSIGN TO OPR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS STATUS-OPR.
           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-AUDIT.
           SELECT BAP-SORT ASSIGN TO DISK.
           SELECT BAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-CETAK.
       DATA DIVISION.
       FILE SECTION.
       FD BAPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECBAP.
       01 RECBAP.
           02 BAP-KUNCI.
               03 KODE-MK-BP pic X(8).
               03 KELAS-BP pic X(5).
               03 SEMESTER-BP pic X(6).
               03 PERTEMUAN-BP pic 9(2).
           02 TANGGAL-BP pic X(8).
           02 JAM-MULAI-BP pic X(4).
           02 JAM-SELESAI-BP pic X(4).
           02 TOPIK-BP pic X(40).
           02 DOSEN-BP pic X(10).
           02 RUANG-BP pic X(8).
           02 STATUS-BP pic X.
           02 TGL-RENCANA-BP pic X(8).
           02 OPR-BP pic X(10).
           02 TGL-CATAT-BP pic X(8).
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
       SD BAP-SORT.
       01 RECBAP-SORT.
           02 DOSEN-S pic X(10).
           02 KODE-S pic X(8).
           02 KELAS-S pic X(5).
           02 PERTEMUAN-S pic 9(2).
           02 JENIS-S pic X.
           02 TANGGAL-S pic X(8).
           02 RENCANA-S pic X(8).
           02 LAWAN-S pic X(10).
       FD BAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BAPDSN.LIS'
           DATA RECORD IS LAP-LINE.
       01 LAP-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-BAP pic XX.
       77 STATUS-MK pic XX.
       77 STATUS-AMPU pic XX.
       77 STATUS-DOSEN pic XX.
       77 STATUS-JDW pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 STATUS-CETAK pic XX.
       77 BAP-FILENAME pic X(30) VALUE 'BAP.TXT'.
       77 MK-FILENAME pic X(30) VALUE 'MATKUL.TXT'.
       77 AMPU-FILENAME pic X(30) VALUE 'AMPU.TXT'.
       77 DOSEN-FILENAME pic X(30) VALUE 'DOSEN.TXT'.
       77 JDW-FILENAME pic X(30) VALUE 'JADWAL.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       01 BAP-O.
           02 KODE-BO pic X(8).
           02 KELAS-BO pic X(5).
           02 SEMESTER-BO pic X(6).
           02 PERTEMUAN-BO pic 9(2).
           02 TANGGAL-BO pic X(8).
           02 JAM-MULAI-BO pic X(4).
           02 JAM-SELESAI-BO pic X(4).
           02 TOPIK-BO pic X(40).
           02 DOSEN-BO pic X(10).
           02 RUANG-BO pic X(8).
           02 STATUS-BO pic X.
           02 TGL-RENCANA-BO pic X(8).
           02 OPR-BO pic X(10).
           02 TGL-CATAT-BO pic X(8).
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 STATUS-MASUK pic X.
           88 STATUS-SAH VALUE 'T', 'G', 'B'.
       77 TERIMA pic X.
       77 OPERATOR-ID pic X(10).
       77 SANDI-MASUK pic X(10).
       77 OPERATOR-LEVEL pic 9.
       77 GAGAL-MASUK pic 9.
       77 KODE-CARI pic X(8).
       77 KELAS-CARI pic X(5).
       77 SEMESTER-CARI pic X(6).
       77 PERTEMUAN-CARI pic 9(2).
       77 ISIAN pic X(40).
       77 JAM-KERJA pic 9(4).
       77 PENGAMPU pic X(10).
       77 DOSEN-HITUNG pic X(10).
       77 ADA-REKOD-YA pic X.
           88 ADA-REKOD VALUE 'Y'.
       77 ADA-BAP-YA pic X.
           88 ADA-BAP VALUE 'Y'.
       77 ADA-AMPU-YA pic X.
           88 ADA-AMPU VALUE 'Y'.
       77 ADA-DOSEN-YA pic X.
           88 ADA-DOSEN VALUE 'Y'.
       77 ADA-JDW-YA pic X.
           88 ADA-JDW VALUE 'Y'.
       77 DOSEN-LAMA pic X(10).
       77 NAMA-DOSEN pic X(25).
       77 JENIS-KET pic X(22).
       77 HIT-HADIR pic 9(4).
       77 HIT-BATAL pic 9(4).
       77 HIT-GANTI pic 9(4).
       77 HIT-DIGANTI pic 9(4).
       77 HIT-PENGGANTI pic 9(4).
       77 TOTAL-HADIR pic 9(5).
       77 TOTAL-BATAL pic 9(5).
       77 TOTAL-GANTI pic 9(5).
       77 TOTAL-PENGGANTI pic 9(5).
       77 TOTAL-DOSEN pic 9(4).
       77 TOTAL-SEMUA pic 9(4).
       77 TGL-HARI pic X(8).
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       77 AUDIT-KET pic X(38).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'BAP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           MOVE 0 TO GAGAL-MASUK.
       MASUK.
           DISPLAY "=====JURNAL PERKULIAHAN (BAP)=====".
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
           DISPLAY "=====JURNAL PERKULIAHAN (BAP)=====".
           DISPLAY "1. CATAT/UBAH PERTEMUAN".
           DISPLAY "2. DAFTAR PERTEMUAN KELAS".
           DISPLAY "3. LAPORAN PERTEMUAN PER DOSEN".
           DISPLAY "4. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 AND OPERATOR-LEVEL < 2
               DISPLAY "LEVEL LIHAT TIDAK BOLEH MENGUBAH DATA."
               GO TO PILIH-MENU.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           OPEN INPUT MK.
           IF STATUS-MK NOT = "00"
               DISPLAY "FILE KATALOG MATKUL.TXT TIDAK DITEMUKAN."
               GO TO PILIH-MENU.
           OPEN I-O BAPFILE.
           IF STATUS-BAP = "35"
               OPEN OUTPUT BAPFILE
               CLOSE BAPFILE
               OPEN I-O BAPFILE.
           IF STATUS-BAP NOT = "00"
               DISPLAY "FILE JURNAL GAGAL DIBUKA, STATUS = " STATUS-BAP
               CLOSE MK
               GO TO PILIH-MENU.
           MOVE 'Y' TO ADA-AMPU-YA.
           OPEN INPUT AMPU.
           IF STATUS-AMPU NOT = "00"
               MOVE 'T' TO ADA-AMPU-YA.
           MOVE 'Y' TO ADA-DOSEN-YA.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               MOVE 'T' TO ADA-DOSEN-YA.
           MOVE 'Y' TO ADA-JDW-YA.
           OPEN INPUT JDWFILE.
           IF STATUS-JDW NOT = "00"
               MOVE 'T' TO ADA-JDW-YA.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
       CATAT-MULAI.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           MOVE KODE-CARI TO KODE-MK.
           READ MK
               INVALID KEY
                   DISPLAY "KODE TIDAK ADA DI KATALOG, ULANGI."
                   GO TO CATAT-LAGI.
           DISPLAY "KELAS            : " WITH NO ADVANCING.
           ACCEPT KELAS-CARI.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           DISPLAY "PERTEMUAN KE     : " WITH NO ADVANCING.
           ACCEPT PERTEMUAN-CARI.
           IF KELAS-CARI = SPACES OR SEMESTER-CARI = SPACES
               DISPLAY "KELAS DAN SEMESTER HARUS DIISI."
               GO TO CATAT-LAGI.
           IF PERTEMUAN-CARI IS NOT NUMERIC OR PERTEMUAN-CARI = 0
               DISPLAY "NOMOR PERTEMUAN HARUS ANGKA 1 SAMPAI 99."
               GO TO CATAT-LAGI.
           PERFORM CARI-PENGAMPU THRU CARI-PENGAMPU-SELESAI.
           MOVE 'Y' TO ADA-BAP-YA.
           MOVE KODE-CARI TO KODE-MK-BP.
           MOVE KELAS-CARI TO KELAS-BP.
           MOVE SEMESTER-CARI TO SEMESTER-BP.
           MOVE PERTEMUAN-CARI TO PERTEMUAN-BP.
           READ BAPFILE
               INVALID KEY MOVE 'T' TO ADA-BAP-YA.
           IF ADA-BAP
               MOVE RECBAP TO BAP-O
               DISPLAY "SUDAH TERCATAT : " TANGGAL-BO " " STATUS-BO
                   " " DOSEN-BO " " TOPIK-BO
               DISPLAY "UBAH PERTEMUAN INI? (Y/T) : " WITH NO ADVANCING
               ACCEPT ISI-LAGI
               IF NOT LAGI
                   GO TO CATAT-LAGI.
           IF NOT ADA-BAP
               PERFORM ISI-BAWAAN THRU ISI-BAWAAN-SELESAI.
       CATAT-STATUS.
           DISPLAY "STATUS (T=TERLAKSANA G=GANTI JADWAL B=BATAL) ["
               STATUS-BO "] : " WITH NO ADVANCING.
           ACCEPT STATUS-MASUK.
           IF STATUS-MASUK = SPACE
               MOVE STATUS-BO TO STATUS-MASUK.
           IF NOT STATUS-SAH
               DISPLAY "STATUS HARUS T, G ATAU B, ULANGI."
               GO TO CATAT-STATUS.
           MOVE STATUS-MASUK TO STATUS-BO.
       CATAT-TANGGAL.
           IF STATUS-BO = 'B'
               DISPLAY "TANGGAL RENCANA (YYYYMMDD) [" TANGGAL-BO
                   "] : " WITH NO ADVANCING
           ELSE
               DISPLAY "TANGGAL KULIAH (YYYYMMDD) [" TANGGAL-BO
                   "] : " WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO TANGGAL-BO.
           IF TANGGAL-BO IS NOT NUMERIC
               DISPLAY "TANGGAL HARUS YYYYMMDD, ULANGI."
               GO TO CATAT-TANGGAL.
           IF STATUS-BO NOT = 'G'
               MOVE SPACES TO TGL-RENCANA-BO
               GO TO CATAT-BATAL.
       CATAT-RENCANA.
           DISPLAY "TANGGAL SEMULA (YYYYMMDD) [" TGL-RENCANA-BO
               "] : " WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO TGL-RENCANA-BO.
           IF TGL-RENCANA-BO IS NOT NUMERIC
               DISPLAY "TANGGAL HARUS YYYYMMDD, ULANGI."
               GO TO CATAT-RENCANA.
       CATAT-BATAL.
           IF STATUS-BO NOT = 'B'
               GO TO CATAT-JAM.
           MOVE SPACES TO JAM-MULAI-BO.
           MOVE SPACES TO JAM-SELESAI-BO.
           MOVE SPACES TO RUANG-BO.
           IF PENGAMPU NOT = SPACES
               MOVE PENGAMPU TO DOSEN-BO.
           DISPLAY "ALASAN BATAL [" TOPIK-BO "] : " WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO TOPIK-BO.
           IF DOSEN-BO = SPACES
               GO TO CATAT-DOSEN.
           GO TO CATAT-SIMPAN.
       CATAT-JAM.
           DISPLAY "JAM MULAI (HHMM) [" JAM-MULAI-BO "] : "
               WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO JAM-MULAI-BO.
           DISPLAY "JAM SELESAI (HHMM) [" JAM-SELESAI-BO "] : "
               WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO JAM-SELESAI-BO.
           IF JAM-MULAI-BO IS NOT NUMERIC
               OR JAM-SELESAI-BO IS NOT NUMERIC
               OR JAM-MULAI-BO > "2359"
               OR JAM-SELESAI-BO > "2359"
               OR JAM-SELESAI-BO NOT > JAM-MULAI-BO
                   DISPLAY "JAM HARUS HHMM DAN SELESAI SETELAH MULAI."
                   GO TO CATAT-JAM.
           DISPLAY "RUANG [" RUANG-BO "] : " WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO RUANG-BO.
           DISPLAY "TOPIK [" TOPIK-BO "] : " WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO TOPIK-BO.
       CATAT-DOSEN.
           DISPLAY "ID DOSEN PENGAJAR [" DOSEN-BO "] : "
               WITH NO ADVANCING.
           MOVE SPACES TO ISIAN.
           ACCEPT ISIAN.
           IF ISIAN NOT = SPACES
               MOVE ISIAN TO DOSEN-BO.
           IF DOSEN-BO = SPACES
               DISPLAY "DOSEN HARUS DIISI, ULANGI."
               GO TO CATAT-DOSEN.
           IF NOT ADA-DOSEN
               GO TO CATAT-SIMPAN.
           MOVE DOSEN-BO TO DOSEN-ID.
           READ DOSENMST
               INVALID KEY
                   DISPLAY "DOSEN " DOSEN-BO " TIDAK TERDAFTAR, ULANGI."
                   GO TO CATAT-DOSEN.
       CATAT-SIMPAN.
           IF STATUS-BO NOT = 'B' AND PENGAMPU NOT = SPACES
               AND DOSEN-BO NOT = PENGAMPU
                   DISPLAY "CATATAN : DIAJAR DOSEN PENGGANTI, PENGAMPU "
                       PENGAMPU.
           MOVE KODE-CARI TO KODE-BO.
           MOVE KELAS-CARI TO KELAS-BO.
           MOVE SEMESTER-CARI TO SEMESTER-BO.
           MOVE PERTEMUAN-CARI TO PERTEMUAN-BO.
           MOVE OPERATOR-ID TO OPR-BO.
           MOVE TGL-HARI TO TGL-CATAT-BO.
           MOVE BAP-O TO RECBAP.
           IF ADA-BAP GO TO CATAT-UBAH.
           WRITE RECBAP
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN PERTEMUAN."
                   GO TO CATAT-LAGI.
           GO TO CATAT-AUDIT-BAP.
       CATAT-UBAH.
           REWRITE RECBAP
               INVALID KEY
                   DISPLAY "GAGAL MENGUBAH PERTEMUAN."
                   GO TO CATAT-LAGI.
       CATAT-AUDIT-BAP.
           MOVE SPACES TO AUDIT-KET.
           STRING KODE-CARI DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KELAS-CARI DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SEMESTER-CARI DELIMITED BY SPACE
               " KE " DELIMITED BY SIZE
               PERTEMUAN-CARI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATUS-BO DELIMITED BY SIZE
               INTO AUDIT-KET.
           MOVE "CATATBAP" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "PERTEMUAN " PERTEMUAN-CARI " " KODE-CARI " "
               KELAS-CARI " TERSIMPAN.".
       CATAT-LAGI.
           DISPLAY "CATAT PERTEMUAN LAIN? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO CATAT-MULAI.
           CLOSE MK.
           CLOSE BAPFILE.
           IF ADA-AMPU
               CLOSE AMPU.
           IF ADA-DOSEN
               CLOSE DOSENMST.
           IF ADA-JDW
               CLOSE JDWFILE.
           GO TO PILIH-MENU.

       ISI-BAWAAN.
           INITIALIZE BAP-O.
           MOVE 'T' TO STATUS-BO.
           MOVE TGL-HARI TO TANGGAL-BO.
           MOVE PENGAMPU TO DOSEN-BO.
           IF NOT ADA-JDW
               GO TO ISI-BAWAAN-SELESAI.
           MOVE KODE-CARI TO KODE-MK-J.
           MOVE KELAS-CARI TO KELAS-J.
           READ JDWFILE
               INVALID KEY GO TO ISI-BAWAAN-SELESAI.
           COMPUTE JAM-KERJA = MULAI-J * 100.
           MOVE JAM-KERJA TO JAM-MULAI-BO.
           COMPUTE JAM-KERJA = AKHIR-J * 100.
           MOVE JAM-KERJA TO JAM-SELESAI-BO.
           MOVE RUANG-J TO RUANG-BO.
       ISI-BAWAAN-SELESAI.
           EXIT.

       CARI-PENGAMPU.
           MOVE SPACES TO PENGAMPU.
           IF NOT ADA-AMPU
               GO TO CARI-PENGAMPU-SELESAI.
           MOVE KODE-CARI TO KODE-MK-P.
           MOVE SEMESTER-CARI TO SEMESTER-P.
           READ AMPU
               INVALID KEY GO TO CARI-PENGAMPU-SELESAI.
           MOVE DOSEN-P TO PENGAMPU.
       CARI-PENGAMPU-SELESAI.
           EXIT.

       BUKA-FILE2.
           DISPLAY "KODE MATA KULIAH : " WITH NO ADVANCING.
           ACCEPT KODE-CARI.
           DISPLAY "KELAS            : " WITH NO ADVANCING.
           ACCEPT KELAS-CARI.
           DISPLAY "SEMESTER         : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           OPEN INPUT BAPFILE.
           IF STATUS-BAP NOT = "00"
               DISPLAY "BELUM ADA PERTEMUAN TERCATAT."
               GO TO PILIH-MENU.
           DISPLAY "============================================="
               "=================".
           DISPLAY "KE TANGGAL  JAM       S DOSEN      RUANG    TOPIK".
           DISPLAY "============================================="
               "=================".
           MOVE 0 TO TOTAL-SEMUA.
           MOVE 0 TO TOTAL-HADIR.
           MOVE KODE-CARI TO KODE-MK-BP.
           MOVE KELAS-CARI TO KELAS-BP.
           MOVE SEMESTER-CARI TO SEMESTER-BP.
           MOVE 0 TO PERTEMUAN-BP.
           START BAPFILE KEY NOT < BAP-KUNCI
               INVALID KEY GO TO DAFTAR-SELESAI.
       DAFTAR-BACA.
           READ BAPFILE NEXT RECORD INTO BAP-O
               AT END GO TO DAFTAR-SELESAI.
           IF KODE-BO NOT = KODE-CARI
               OR KELAS-BO NOT = KELAS-CARI
               OR SEMESTER-BO NOT = SEMESTER-CARI
                   GO TO DAFTAR-SELESAI.
           DISPLAY PERTEMUAN-BO " " TANGGAL-BO " " JAM-MULAI-BO "-"
               JAM-SELESAI-BO " " STATUS-BO " " DOSEN-BO " "
               RUANG-BO " " TOPIK-BO (1:20).
           ADD 1 TO TOTAL-SEMUA.
           IF STATUS-BO NOT = 'B'
               ADD 1 TO TOTAL-HADIR.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           CLOSE BAPFILE.
           DISPLAY " ".
           DISPLAY "PERTEMUAN TERCATAT : " TOTAL-SEMUA
               "  TERLAKSANA : " TOTAL-HADIR.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "SEMESTER : " WITH NO ADVANCING.
           ACCEPT SEMESTER-CARI.
           OPEN INPUT BAPFILE.
           IF STATUS-BAP NOT = "00"
               DISPLAY "BELUM ADA PERTEMUAN TERCATAT."
               GO TO PILIH-MENU.
           MOVE 'Y' TO ADA-AMPU-YA.
           OPEN INPUT AMPU.
           IF STATUS-AMPU NOT = "00"
               MOVE 'T' TO ADA-AMPU-YA.
           MOVE 'Y' TO ADA-DOSEN-YA.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               MOVE 'T' TO ADA-DOSEN-YA.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-DOSEN.
           MOVE 0 TO TOTAL-HADIR.
           MOVE 0 TO TOTAL-BATAL.
           MOVE 0 TO TOTAL-GANTI.
           MOVE 0 TO TOTAL-PENGGANTI.
           OPEN OUTPUT BAPCETAK.
           MOVE SPACES TO LAP-LINE.
           STRING "LAPORAN PERTEMUAN KULIAH PER DOSEN SEMESTER "
               DELIMITED BY SIZE
               SEMESTER-CARI DELIMITED BY SIZE
               "  TANGGAL " DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           MOVE SPACES TO LAP-LINE.
           STRING "(BATAL, GANTI JADWAL DAN DOSEN PENGGANTI)"
               DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           SORT BAP-SORT ON ASCENDING KEY DOSEN-S KODE-S KELAS-S
               PERTEMUAN-S JENIS-S
               INPUT PROCEDURE IS ISI-SORT THRU ISI-SORT-SELESAI
               OUTPUT PROCEDURE IS CETAK-DOSEN
                   THRU CETAK-DOSEN-AKHIR.
           MOVE SPACES TO LAP-LINE.
           WRITE LAP-LINE.
           MOVE SPACES TO LAP-LINE.
           STRING "JUMLAH DOSEN " DELIMITED BY SIZE
               TOTAL-DOSEN DELIMITED BY SIZE
               "  TERLAKSANA " DELIMITED BY SIZE
               TOTAL-HADIR DELIMITED BY SIZE
               "  BATAL " DELIMITED BY SIZE
               TOTAL-BATAL DELIMITED BY SIZE
               "  GANTI JADWAL " DELIMITED BY SIZE
               TOTAL-GANTI DELIMITED BY SIZE
               "  PENGGANTI " DELIMITED BY SIZE
               TOTAL-PENGGANTI DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           CLOSE BAPCETAK.
           MOVE 'BAPDSN.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           MOVE SEMESTER-CARI TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE BAPFILE.
           IF ADA-AMPU
               CLOSE AMPU.
           IF ADA-DOSEN
               CLOSE DOSENMST.
           DISPLAY "LAPORAN " TOTAL-DOSEN
               " DOSEN TERCETAK KE BAPDSN.LIS.".
           GO TO PILIH-MENU.

       ISI-SORT.
           READ BAPFILE NEXT RECORD INTO BAP-O
               AT END GO TO ISI-SORT-SELESAI.
           IF SEMESTER-BO NOT = SEMESTER-CARI
               GO TO ISI-SORT.
           MOVE KODE-BO TO KODE-CARI.
           MOVE SEMESTER-BO TO SEMESTER-CARI.
           PERFORM CARI-PENGAMPU THRU CARI-PENGAMPU-SELESAI.
           IF PENGAMPU = SPACES
               MOVE DOSEN-BO TO PENGAMPU.
           MOVE KODE-BO TO KODE-S.
           MOVE KELAS-BO TO KELAS-S.
           MOVE PERTEMUAN-BO TO PERTEMUAN-S.
           MOVE TANGGAL-BO TO TANGGAL-S.
           MOVE TGL-RENCANA-BO TO RENCANA-S.
           IF STATUS-BO = 'B'
               MOVE PENGAMPU TO DOSEN-S
               MOVE 'B' TO JENIS-S
               MOVE SPACES TO LAWAN-S
               RELEASE RECBAP-SORT
               GO TO ISI-SORT.
           IF STATUS-BO = 'G'
               MOVE PENGAMPU TO DOSEN-S
               MOVE 'G' TO JENIS-S
               MOVE DOSEN-BO TO LAWAN-S
               RELEASE RECBAP-SORT.
           IF DOSEN-BO = PENGAMPU
               MOVE DOSEN-BO TO DOSEN-S
               MOVE 'H' TO JENIS-S
               MOVE SPACES TO LAWAN-S
               RELEASE RECBAP-SORT
               GO TO ISI-SORT.
           MOVE PENGAMPU TO DOSEN-S.
           MOVE 'D' TO JENIS-S.
           MOVE DOSEN-BO TO LAWAN-S.
           RELEASE RECBAP-SORT.
           MOVE DOSEN-BO TO DOSEN-S.
           MOVE 'P' TO JENIS-S.
           MOVE PENGAMPU TO LAWAN-S.
           RELEASE RECBAP-SORT.
           GO TO ISI-SORT.
       ISI-SORT-SELESAI.
           EXIT.

       CETAK-DOSEN.
           MOVE SPACES TO DOSEN-LAMA.
           MOVE 'T' TO ADA-REKOD-YA.
       CETAK-DOSEN-BACA.
           RETURN BAP-SORT
               AT END GO TO CETAK-DOSEN-AKHIR.
           IF NOT ADA-REKOD OR DOSEN-S NOT = DOSEN-LAMA
               PERFORM TUTUP-DOSEN THRU TUTUP-DOSEN-SELESAI
               MOVE DOSEN-S TO DOSEN-LAMA
               MOVE 'Y' TO ADA-REKOD-YA
               PERFORM BUKA-DOSEN THRU BUKA-DOSEN-SELESAI.
           IF JENIS-S = 'H'
               ADD 1 TO HIT-HADIR
               GO TO CETAK-DOSEN-BACA.
           IF JENIS-S = 'B'
               ADD 1 TO HIT-BATAL
               MOVE "BATAL" TO JENIS-KET.
           IF JENIS-S = 'G'
               ADD 1 TO HIT-GANTI
               MOVE "GANTI JADWAL DARI" TO JENIS-KET.
           IF JENIS-S = 'D'
               ADD 1 TO HIT-DIGANTI
               MOVE "DIGANTIKAN OLEH" TO JENIS-KET.
           IF JENIS-S = 'P'
               ADD 1 TO HIT-PENGGANTI
               ADD 1 TO HIT-HADIR
               MOVE "MENGGANTIKAN" TO JENIS-KET.
           MOVE SPACES TO LAP-LINE.
           STRING "   " DELIMITED BY SIZE
               KODE-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-S DELIMITED BY SIZE
               " KE " DELIMITED BY SIZE
               PERTEMUAN-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TANGGAL-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JENIS-KET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LAP-LINE.
           IF JENIS-S = 'G'
               MOVE RENCANA-S TO LAP-LINE (64:8).
           IF JENIS-S = 'D' OR JENIS-S = 'P'
               MOVE LAWAN-S TO LAP-LINE (64:10).
           WRITE LAP-LINE.
           GO TO CETAK-DOSEN-BACA.
       CETAK-DOSEN-AKHIR.
           PERFORM TUTUP-DOSEN THRU TUTUP-DOSEN-SELESAI.
           EXIT.

       BUKA-DOSEN.
           MOVE 0 TO HIT-HADIR.
           MOVE 0 TO HIT-BATAL.
           MOVE 0 TO HIT-GANTI.
           MOVE 0 TO HIT-DIGANTI.
           MOVE 0 TO HIT-PENGGANTI.
           MOVE "NAMA TIDAK TERDAFTAR" TO NAMA-DOSEN.
           IF ADA-DOSEN
               MOVE DOSEN-S TO DOSEN-ID
               READ DOSENMST
                   INVALID KEY MOVE SPACES TO NAMA-D
               NOT INVALID KEY MOVE NAMA-D TO NAMA-DOSEN.
           MOVE SPACES TO LAP-LINE.
           WRITE LAP-LINE.
           MOVE SPACES TO LAP-LINE.
           STRING "DOSEN : " DELIMITED BY SIZE
               DOSEN-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-DOSEN DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
       BUKA-DOSEN-SELESAI.
           EXIT.

       TUTUP-DOSEN.
           IF NOT ADA-REKOD
               GO TO TUTUP-DOSEN-SELESAI.
           ADD 1 TO TOTAL-DOSEN.
           ADD HIT-HADIR TO TOTAL-HADIR.
           ADD HIT-BATAL TO TOTAL-BATAL.
           ADD HIT-GANTI TO TOTAL-GANTI.
           ADD HIT-PENGGANTI TO TOTAL-PENGGANTI.
           MOVE SPACES TO LAP-LINE.
           STRING "   MENGAJAR " DELIMITED BY SIZE
               HIT-HADIR DELIMITED BY SIZE
               " BATAL " DELIMITED BY SIZE
               HIT-BATAL DELIMITED BY SIZE
               " GANTI JADWAL " DELIMITED BY SIZE
               HIT-GANTI DELIMITED BY SIZE
               " DIGANTIKAN " DELIMITED BY SIZE
               HIT-DIGANTI DELIMITED BY SIZE
               " MENGGANTIKAN " DELIMITED BY SIZE
               HIT-PENGGANTI DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
       TUTUP-DOSEN-SELESAI.
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

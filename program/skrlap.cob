       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKRLAP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKRFILE ASSIGN TO SKR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-SR
           FILE STATUS IS STATUS-SKR.
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
           SELECT BEBAN-SORT ASSIGN TO DISK.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
           SELECT LAPLAMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPLAMA.
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
       SD BEBAN-SORT.
       01 RECBEBAN.
           02 DOSEN-S pic X(10).
           02 PERAN-S pic X.
           02 NPM-S pic X(14).
           02 STATUS-S pic X.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BEBANSKR.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       FD LAPLAMA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SKRLAMA.LIS'
           DATA RECORD IS LAMA-LINE.
       01 LAMA-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-SKR pic XX.
       77 STATUS-CTL pic XX.
       77 STATUS-SALAH pic XX.
       77 STATUS-DOSEN pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-LAPLAMA pic XX.
       77 SKR-FILENAME pic X(30) VALUE 'SKRIPSI.TXT'.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 DOSEN-FILENAME pic X(30) VALUE 'DOSEN.TXT'.
       77 ADA-DOSEN-YA pic X.
           88 ADA-DOSEN VALUE 'Y'.
       77 SEMESTER-PILIH pic X(6).
       77 BATAS-SKR pic 9(2).
       77 JUMLAH-SEM pic 9(3).
       77 NAMA-AKHIR pic X(23).
       77 KELAS-AKHIR pic X(5).
       77 DOSEN-LAMA pic X(10).
       77 NAMA-DOSEN pic X(25).
       77 JML-P1 pic 9(4).
       77 JML-P2 pic 9(4).
       77 JML-UJI pic 9(4).
       77 JML-LULUS pic 9(4).
       77 TOTAL-AKTIF pic 9(5).
       77 TOTAL-LAMA pic 9(5).
       77 TOTAL-DOSEN pic 9(4).
       77 TGL-JALAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'SKRLAP'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====LAPORAN SKRIPSI / TUGAS AKHIR=====".
           DISPLAY "SEMESTER BERJALAN : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           IF SEMESTER-PILIH = SPACES
               DISPLAY "SEMESTER HARUS DIISI."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM BACA-CTL THRU BACA-CTL-SELESAI.
           OPEN I-O SKRFILE.
           IF STATUS-SKR NOT = "00"
               DISPLAY "FILE SKRIPSI TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               CLOSE SKRFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y' TO ADA-DOSEN-YA.
           OPEN INPUT DOSENMST.
           IF STATUS-DOSEN NOT = "00"
               MOVE 'T' TO ADA-DOSEN-YA.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           MOVE 0 TO TOTAL-AKTIF.
           MOVE 0 TO TOTAL-LAMA.
           MOVE 0 TO TOTAL-DOSEN.
           OPEN OUTPUT LAPLAMA.
           MOVE SPACES TO LAMA-LINE.
           STRING "SKRIPSI MELEWATI BATAS " DELIMITED BY SIZE
               BATAS-SKR DELIMITED BY SIZE
               " SEMESTER  PER SEMESTER " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               "  TANGGAL : " DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               INTO LAMA-LINE.
           WRITE LAMA-LINE.
           MOVE SPACES TO LAMA-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAMA-LINE.
           WRITE LAMA-LINE.
           MOVE SPACES TO LAMA-LINE.
           STRING "NPM            NAMA                    KELAS "
               "DAFTAR LAMA PEMB-1" DELIMITED BY SIZE
               INTO LAMA-LINE.
           WRITE LAMA-LINE.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "BEBAN BIMBINGAN DAN PENGUJI SKRIPSI SEMESTER "
               DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               "  TANGGAL : " DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "DOSEN      NAMA                      PEMB-1 "
               "PEMB-2 PENGUJI SELESAI" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           SORT BEBAN-SORT ON ASCENDING KEY DOSEN-S PERAN-S NPM-S
               INPUT PROCEDURE IS SKR-MULAI THRU SKR-SELESAI
               OUTPUT PROCEDURE IS CETAK-BEBAN
                   THRU CETAK-BEBAN-AKHIR.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "JUMLAH DOSEN : " DELIMITED BY SIZE
               TOTAL-DOSEN DELIMITED BY SIZE
               "   SKRIPSI AKTIF : " DELIMITED BY SIZE
               TOTAL-AKTIF DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAMA-LINE.
           WRITE LAMA-LINE.
           MOVE SPACES TO LAMA-LINE.
           STRING "JUMLAH MELEWATI BATAS : " DELIMITED BY SIZE
               TOTAL-LAMA DELIMITED BY SIZE
               " DARI " DELIMITED BY SIZE
               TOTAL-AKTIF DELIMITED BY SIZE
               " SKRIPSI AKTIF" DELIMITED BY SIZE
               INTO LAMA-LINE.
           WRITE LAMA-LINE.
           CLOSE LAPCETAK.
           MOVE 'BEBANSKR.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           CLOSE LAPLAMA.
           MOVE 'SKRLAMA.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
           IF ADA-DOSEN
               CLOSE DOSENMST.
           CLOSE MHS.
           CLOSE SKRFILE.
           DISPLAY " ".
           DISPLAY "SKRIPSI AKTIF      : " TOTAL-AKTIF.
           DISPLAY "MELEWATI BATAS     : " TOTAL-LAMA.
           DISPLAY "BEBAN DOSEN KE BEBANSKR.LIS, DAFTAR LAMA KE "
               "SKRLAMA.LIS.".
           STOP RUN.

       SKR-MULAI.
           MOVE LOW-VALUES TO NPM-SR.
           START SKRFILE KEY NOT < NPM-SR
               INVALID KEY GO TO SKR-SELESAI.
       SKR-BACA.
           READ SKRFILE NEXT RECORD
               AT END GO TO SKR-SELESAI.
           IF STATUS-SR NOT = 'S'
               ADD 1 TO TOTAL-AKTIF
               PERFORM HITUNG-LAMA THRU HITUNG-LAMA-SELESAI.
           IF PEMB1-SR NOT = SPACES
               MOVE PEMB1-SR TO DOSEN-S
               MOVE '1' TO PERAN-S
               PERFORM LEPAS-BEBAN.
           IF PEMB2-SR NOT = SPACES
               MOVE PEMB2-SR TO DOSEN-S
               MOVE '2' TO PERAN-S
               PERFORM LEPAS-BEBAN.
           IF UJI1-SR NOT = SPACES
               MOVE UJI1-SR TO DOSEN-S
               MOVE 'U' TO PERAN-S
               PERFORM LEPAS-BEBAN.
           IF UJI2-SR NOT = SPACES
               MOVE UJI2-SR TO DOSEN-S
               MOVE 'U' TO PERAN-S
               PERFORM LEPAS-BEBAN.
           GO TO SKR-BACA.
       SKR-SELESAI.
           EXIT.

       LEPAS-BEBAN.
           MOVE NPM-SR TO NPM-S.
           MOVE STATUS-SR TO STATUS-S.
           RELEASE RECBEBAN.

       HITUNG-LAMA.
           MOVE 0 TO JUMLAH-SEM.
           MOVE SPACES TO NAMA-AKHIR.
           MOVE SPACES TO KELAS-AKHIR.
           MOVE NPM-SR TO NPM.
           MOVE SEM-DAFTAR-SR TO SEMESTER.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO HITUNG-LAMA-TANDAI.
       HITUNG-LAMA-BACA.
           READ MHS NEXT RECORD
               AT END GO TO HITUNG-LAMA-TANDAI.
           IF NPM NOT = NPM-SR
               GO TO HITUNG-LAMA-TANDAI.
           IF SEMESTER > SEMESTER-PILIH
               GO TO HITUNG-LAMA-TANDAI.
           ADD 1 TO JUMLAH-SEM.
           MOVE NAMA TO NAMA-AKHIR.
           MOVE KELAS TO KELAS-AKHIR.
           GO TO HITUNG-LAMA-BACA.
       HITUNG-LAMA-TANDAI.
           IF JUMLAH-SEM > BATAS-SKR
               MOVE 'Y' TO LAMA-SR
           ELSE
               MOVE 'T' TO LAMA-SR.
           REWRITE RECSKR
               INVALID KEY
                   DISPLAY "GAGAL MENYIMPAN TANDA SKRIPSI " NPM-SR.
           IF LAMA-SR NOT = 'Y'
               GO TO HITUNG-LAMA-SELESAI.
           ADD 1 TO TOTAL-LAMA.
           MOVE SPACES TO LAMA-LINE.
           STRING NPM-SR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAMA-AKHIR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KELAS-AKHIR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SEM-DAFTAR-SR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JUMLAH-SEM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PEMB1-SR DELIMITED BY SIZE
               INTO LAMA-LINE.
           WRITE LAMA-LINE.
       HITUNG-LAMA-SELESAI.
           EXIT.

       CETAK-BEBAN.
           MOVE SPACES TO DOSEN-LAMA.
           MOVE 0 TO JML-P1.
           MOVE 0 TO JML-P2.
           MOVE 0 TO JML-UJI.
           MOVE 0 TO JML-LULUS.
       CETAK-BEBAN-BACA.
           RETURN BEBAN-SORT
               AT END GO TO CETAK-BEBAN-AKHIR.
           IF DOSEN-S NOT = DOSEN-LAMA
               PERFORM CETAK-BEBAN-SUB
               MOVE DOSEN-S TO DOSEN-LAMA
               MOVE 0 TO JML-P1
               MOVE 0 TO JML-P2
               MOVE 0 TO JML-UJI
               MOVE 0 TO JML-LULUS.
           IF STATUS-S = 'S'
               ADD 1 TO JML-LULUS
               GO TO CETAK-BEBAN-BACA.
           IF PERAN-S = '1'
               ADD 1 TO JML-P1.
           IF PERAN-S = '2'
               ADD 1 TO JML-P2.
           IF PERAN-S = 'U'
               ADD 1 TO JML-UJI.
           GO TO CETAK-BEBAN-BACA.
       CETAK-BEBAN-AKHIR.
           PERFORM CETAK-BEBAN-SUB.
           EXIT.

       CETAK-BEBAN-SUB.
           IF DOSEN-LAMA NOT = SPACES
               PERFORM CARI-NAMA-DOSEN
               ADD 1 TO TOTAL-DOSEN
               MOVE SPACES TO LAP2-LINE
               STRING DOSEN-LAMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NAMA-DOSEN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JML-P1 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   JML-P2 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   JML-UJI DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   JML-LULUS DELIMITED BY SIZE
                   INTO LAP2-LINE
               WRITE LAP2-LINE.

       CARI-NAMA-DOSEN.
           MOVE "(TIDAK ADA DI DATA DOSEN)" TO NAMA-DOSEN.
           IF ADA-DOSEN
               MOVE DOSEN-LAMA TO DOSEN-ID
               READ DOSENMST
                   NOT INVALID KEY MOVE NAMA-D TO NAMA-DOSEN.

       BACA-CTL.
           MOVE 4 TO BATAS-SKR.
           OPEN INPUT SKRCTL.
           IF STATUS-CTL NOT = "00"
               GO TO BACA-CTL-SELESAI.
           READ SKRCTL
               AT END
                   CLOSE SKRCTL
                   GO TO BACA-CTL-SELESAI.
           IF CTL-BATAS IS NUMERIC AND CTL-BATAS > 0
               MOVE CTL-BATAS TO BATAS-SKR.
           CLOSE SKRCTL.
       BACA-CTL-SELESAI.
           EXIT.

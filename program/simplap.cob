       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPLAP.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMBERF ASSIGN TO SUMBER-NAMA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-SUMBER.
           SELECT SIMPANF ASSIGN TO SIMPAN-NAMA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-SIMPAN.
           SELECT KATLAP ASSIGN TO KATLAP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAT-ID
           FILE STATUS IS STATUS-KATLAP.
           SELECT RETLAPCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-RETENSI.
       DATA DIVISION.
       FILE SECTION.
       FD SUMBERF
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUMBER-LINE.
       01 SUMBER-LINE pic X(80).
       FD SIMPANF
           LABEL RECORD IS STANDARD
           DATA RECORD IS SIMPAN-LINE.
       01 SIMPAN-LINE pic X(80).
       FD KATLAP
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKATLAP.
       01 RECKATLAP.
           02 KAT-ID pic 9(6).
           02 KAT-PROGRAM pic X(10).
           02 KAT-LAPORAN pic X(20).
           02 KAT-ARSIP pic X(30).
           02 KAT-TANGGAL pic X(8).
           02 KAT-JAM pic X(6).
           02 KAT-OPERATOR pic X(10).
           02 KAT-SEMESTER pic X(6).
           02 KAT-HALAMAN pic 9(4).
           02 KAT-BARIS pic 9(6).
           02 KAT-STATUS pic X.
           02 KAT-TGL-HAPUS pic X(8).
       FD RETLAPCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RETLAP.CTL'
           DATA RECORD IS RET-LINE.
       01 RET-LINE.
           02 RET-LAPORAN pic X(20).
           02 FILLER pic X.
           02 RET-JUMLAH pic 9(2).
       WORKING-STORAGE SECTION.
       77 STATUS-SUMBER pic XX.
       77 STATUS-SIMPAN pic XX.
       77 STATUS-KATLAP pic XX.
       77 STATUS-RETENSI pic XX.
       77 SUMBER-NAMA pic X(30).
       77 SIMPAN-NAMA pic X(30).
       77 KATLAP-FILENAME pic X(30) VALUE 'LAPKAT.TXT'.
       77 TGL-JALAN pic X(8).
       77 JAM-JALAN pic X(8).
       77 ID-TERAKHIR pic 9(6).
       77 ID-BARU pic 9(6).
       77 JUMLAH-AKTIF pic 9(4).
       77 BATAS-GENERASI pic 9(2).
       77 BATAS-BAWAAN pic 9(2).
       77 JUMLAH-BARIS pic 9(6).
       77 JUMLAH-HALAMAN pic 9(4).
       77 TANDA-HALAMAN pic 9(4).
       77 BUANG-JUMLAH pic 9(4).
       77 SISA-BARIS pic 9(2).
       LINKAGE SECTION.
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10).
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10).
           02 ARSIP-SEMESTER pic X(6).
       PROCEDURE DIVISION USING ARSIP-LAP.
       MULAI.
           MOVE ARSIP-NAMA TO SUMBER-NAMA.
           OPEN INPUT SUMBERF.
           IF STATUS-SUMBER NOT = "00"
               GOBACK.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           ACCEPT JAM-JALAN FROM TIME.
           OPEN I-O KATLAP.
           IF STATUS-KATLAP = "35"
               OPEN OUTPUT KATLAP
               CLOSE KATLAP
               OPEN I-O KATLAP.
           IF STATUS-KATLAP NOT = "00"
               DISPLAY "KATALOG LAPORAN GAGAL DIBUKA, STATUS = "
                   STATUS-KATLAP
               CLOSE SUMBERF
               GOBACK.
           PERFORM BACA-RETENSI THRU BACA-RETENSI-SELESAI.
           PERFORM HITUNG-KATALOG THRU HITUNG-KATALOG-SELESAI.
           COMPUTE ID-BARU = ID-TERAKHIR + 1.
           MOVE SPACES TO SIMPAN-NAMA.
           STRING "ARS-" DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ID-BARU DELIMITED BY SIZE
               ".LIS" DELIMITED BY SIZE
               INTO SIMPAN-NAMA.
           OPEN OUTPUT SIMPANF.
           IF STATUS-SIMPAN NOT = "00"
               DISPLAY "ARSIP LAPORAN " SIMPAN-NAMA " GAGAL DIBUAT."
               CLOSE SUMBERF
               CLOSE KATLAP
               GOBACK.
           MOVE 0 TO JUMLAH-BARIS.
           MOVE 0 TO TANDA-HALAMAN.
       SALIN-BACA.
           READ SUMBERF
               AT END GO TO SALIN-SELESAI.
           MOVE SUMBER-LINE TO SIMPAN-LINE.
           WRITE SIMPAN-LINE.
           ADD 1 TO JUMLAH-BARIS.
           INSPECT SUMBER-LINE TALLYING TANDA-HALAMAN
               FOR ALL "HALAMAN : ".
           INSPECT SUMBER-LINE TALLYING TANDA-HALAMAN
               FOR ALL X"0C".
           GO TO SALIN-BACA.
       SALIN-SELESAI.
           CLOSE SUMBERF.
           CLOSE SIMPANF.
           MOVE TANDA-HALAMAN TO JUMLAH-HALAMAN.
           IF JUMLAH-HALAMAN = 0
               DIVIDE JUMLAH-BARIS BY 60 GIVING JUMLAH-HALAMAN
                   REMAINDER SISA-BARIS
               IF SISA-BARIS > 0 OR JUMLAH-HALAMAN = 0
                   ADD 1 TO JUMLAH-HALAMAN.
           MOVE SPACES TO RECKATLAP.
           MOVE ID-BARU TO KAT-ID.
           MOVE ARSIP-PROGRAM TO KAT-PROGRAM.
           MOVE ARSIP-NAMA TO KAT-LAPORAN.
           MOVE SIMPAN-NAMA TO KAT-ARSIP.
           MOVE TGL-JALAN TO KAT-TANGGAL.
           MOVE JAM-JALAN (1:6) TO KAT-JAM.
           MOVE ARSIP-OPERATOR TO KAT-OPERATOR.
           IF ARSIP-OPERATOR = SPACES
               MOVE "BATCH" TO KAT-OPERATOR.
           MOVE ARSIP-SEMESTER TO KAT-SEMESTER.
           MOVE JUMLAH-HALAMAN TO KAT-HALAMAN.
           MOVE JUMLAH-BARIS TO KAT-BARIS.
           MOVE 'A' TO KAT-STATUS.
           WRITE RECKATLAP
               INVALID KEY
                   DISPLAY "KATALOG LAPORAN GAGAL DITULIS, ID "
                       ID-BARU
                   CLOSE KATLAP
                   GOBACK.
           ADD 1 TO JUMLAH-AKTIF.
           PERFORM BUANG-GENERASI THRU BUANG-GENERASI-SELESAI.
           CLOSE KATLAP.
           GOBACK.

       BACA-RETENSI.
           MOVE 10 TO BATAS-BAWAAN.
           MOVE 0 TO BATAS-GENERASI.
           OPEN INPUT RETLAPCTL.
           IF STATUS-RETENSI NOT = "00"
               GO TO BACA-RETENSI-AKHIR.
       BACA-RETENSI-BARIS.
           READ RETLAPCTL
               AT END
                   CLOSE RETLAPCTL
                   GO TO BACA-RETENSI-AKHIR.
           IF RET-JUMLAH IS NOT NUMERIC OR RET-JUMLAH = 0
               GO TO BACA-RETENSI-BARIS.
           IF RET-LAPORAN = "*"
               MOVE RET-JUMLAH TO BATAS-BAWAAN.
           IF RET-LAPORAN = ARSIP-NAMA
               MOVE RET-JUMLAH TO BATAS-GENERASI.
           GO TO BACA-RETENSI-BARIS.
       BACA-RETENSI-AKHIR.
           IF BATAS-GENERASI = 0
               MOVE BATAS-BAWAAN TO BATAS-GENERASI.
       BACA-RETENSI-SELESAI.
           EXIT.

       HITUNG-KATALOG.
           MOVE 0 TO ID-TERAKHIR.
           MOVE 0 TO JUMLAH-AKTIF.
           MOVE 0 TO KAT-ID.
           START KATLAP KEY NOT < KAT-ID
               INVALID KEY GO TO HITUNG-KATALOG-SELESAI.
       HITUNG-KATALOG-BACA.
           READ KATLAP NEXT RECORD
               AT END GO TO HITUNG-KATALOG-SELESAI.
           MOVE KAT-ID TO ID-TERAKHIR.
           IF KAT-STATUS = 'A' AND KAT-PROGRAM = ARSIP-PROGRAM
               AND KAT-LAPORAN = ARSIP-NAMA
                   ADD 1 TO JUMLAH-AKTIF.
           GO TO HITUNG-KATALOG-BACA.
       HITUNG-KATALOG-SELESAI.
           EXIT.

       BUANG-GENERASI.
           MOVE 0 TO BUANG-JUMLAH.
           IF JUMLAH-AKTIF NOT > BATAS-GENERASI
               GO TO BUANG-GENERASI-SELESAI.
           MOVE 0 TO KAT-ID.
           START KATLAP KEY NOT < KAT-ID
               INVALID KEY GO TO BUANG-GENERASI-SELESAI.
       BUANG-GENERASI-BACA.
           IF JUMLAH-AKTIF NOT > BATAS-GENERASI
               GO TO BUANG-GENERASI-SELESAI.
           READ KATLAP NEXT RECORD
               AT END GO TO BUANG-GENERASI-SELESAI.
           IF KAT-STATUS NOT = 'A' OR KAT-PROGRAM NOT = ARSIP-PROGRAM
               OR KAT-LAPORAN NOT = ARSIP-NAMA
                   GO TO BUANG-GENERASI-BACA.
           MOVE KAT-ARSIP TO SIMPAN-NAMA.
           OPEN OUTPUT SIMPANF.
           CLOSE SIMPANF.
           MOVE 'H' TO KAT-STATUS.
           MOVE TGL-JALAN TO KAT-TGL-HAPUS.
           REWRITE RECKATLAP
               INVALID KEY DISPLAY "KATALOG GAGAL DIPERBARUI, ID "
                   KAT-ID.
           SUBTRACT 1 FROM JUMLAH-AKTIF.
           ADD 1 TO BUANG-JUMLAH.
           GO TO BUANG-GENERASI-BACA.
       BUANG-GENERASI-SELESAI.
           EXIT.

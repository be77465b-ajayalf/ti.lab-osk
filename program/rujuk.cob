       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUJUK.
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
           SELECT RUJUK-SORT ASSIGN TO DISK.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
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
       SD RUJUK-SORT.
       01 RECRUJUK-SORT.
           02 ATURAN-S pic 9(2).
           02 URUT-S pic 9(7).
           02 FILE-S pic X(8).
           02 KUNCI-S pic X(41).
           02 KET-S pic X(50).
           02 AKSI-S pic X.
           02 CATATAN-S pic X(18).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RUJUK.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
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
       77 STATUS-LAPCETAK pic XX.
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
       01 JUDUL-ATURAN-NILAI.
           02 FILLER pic X(40)
               VALUE 'KRS     : NPM TIDAK ADA DI DATA.TXT'.
           02 FILLER pic X(40)
               VALUE 'KRS     : KODE MK TIDAK ADA DI MATKUL'.
           02 FILLER pic X(40)
               VALUE 'NILAI   : NPM TIDAK ADA DI DATA.TXT'.
           02 FILLER pic X(40)
               VALUE 'NILAI   : KODE MK TIDAK ADA DI MATKUL'.
           02 FILLER pic X(40)
               VALUE 'TAGIHAN : NPM TIDAK ADA DI DATA.TXT'.
           02 FILLER pic X(40)
               VALUE 'ABSEN   : NPM TIDAK ADA DI DATA.TXT'.
           02 FILLER pic X(40)
               VALUE 'AMPU    : DOSEN TIDAK ADA DI DOSEN.TXT'.
           02 FILLER pic X(40)
               VALUE 'AMPU    : KODE MK TIDAK ADA DI MATKUL'.
           02 FILLER pic X(40)
               VALUE 'JADWAL  : KELAS TIDAK ADA DI KELAS.MST'.
           02 FILLER pic X(40)
               VALUE 'JADWAL  : KODE MK TIDAK ADA DI MATKUL'.
           02 FILLER pic X(40)
               VALUE 'TUNGGU  : MAHASISWA SUDAH DITEMPATKAN'.
       01 JUDUL-ATURAN-R REDEFINES JUDUL-ATURAN-NILAI.
           02 JUDUL-ATURAN pic X(40) OCCURS 11 TIMES.
       01 TABEL-ATURAN.
           02 ATURAN-BARIS OCCURS 11 TIMES.
               03 JUMLAH-ATURAN pic 9(6).
               03 HAPUS-ATURAN pic 9(6).
               03 LEWAT-ATURAN pic X.
       77 JUMLAH-RUJUK pic 9(2) VALUE 11.
       77 I pic 9(2).
       77 ATURAN-LAMA pic 9(2).
       77 ATURAN-ED pic 99.
       77 JUMLAH-ED pic ZZZZZ9.
       77 HAPUS-ED pic ZZZZZ9.
       77 HIT-URUT pic 9(7).
       77 TOTAL-PERIKSA pic 9(7).
       77 TOTAL-TEMUAN pic 9(6).
       77 TOTAL-CALON pic 9(6).
       77 TGL-HARI pic X(8).
       77 NPM-CARI pic X(14).
       77 NPM-TERAKHIR pic X(14).
       77 LOKASI-NPM pic X(18).
       77 ADA-NPM-YA pic X.
           88 ADA-NPM VALUE 'Y'.
       77 NPM-TERAKHIR-YA pic X.
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
       77 KET-BARIS pic X(50).
       77 AKSI-KET pic X(7).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'RUJUK'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====PEMERIKSAAN INTEGRITAS REFERENSI=====".
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE 'Y' TO ADA-ALUMNI-YA.
           OPEN INPUT ALUMNI.
           IF STATUS-ALUMNI NOT = "00"
               MOVE 'T' TO ADA-ALUMNI-YA.
           MOVE 'Y' TO ADA-ARSIP-YA.
           OPEN INPUT ARSIPF.
           IF STATUS-ARSIP NOT = "00"
               MOVE 'T' TO ADA-ARSIP-YA.
           MOVE 'Y' TO ADA-KRS-YA.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               MOVE 'T' TO ADA-KRS-YA.
           MOVE 'Y' TO ADA-NILAI-YA.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               MOVE 'T' TO ADA-NILAI-YA.
           MOVE 'Y' TO ADA-TAGIHAN-YA.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               MOVE 'T' TO ADA-TAGIHAN-YA.
           MOVE 'Y' TO ADA-ABSEN-YA.
           OPEN INPUT ABSEN.
           IF STATUS-ABSEN NOT = "00"
               MOVE 'T' TO ADA-ABSEN-YA.
           MOVE 'Y' TO ADA-MK-YA.
           OPEN INPUT MK.
           IF STATUS-MK NOT = "00"
               MOVE 'T' TO ADA-MK-YA.
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
           MOVE 'Y' TO ADA-KELASMST-YA.
           OPEN INPUT KELASMST.
           IF STATUS-KELASMST NOT = "00"
               MOVE 'T' TO ADA-KELASMST-YA.
           MOVE 'Y' TO ADA-TUNGGU-YA.
           OPEN INPUT TUNGGU.
           IF STATUS-TUNGGU NOT = "00"
               MOVE 'T' TO ADA-TUNGGU-YA.
           OPEN OUTPUT CALONF.
           IF STATUS-CALON NOT = "00"
               DISPLAY "FILE KANDIDAT PERBAIKAN GAGAL DIBUAT, STATUS = "
                   STATUS-CALON
               PERFORM TUTUP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK.
           ACCEPT TGL-HARI FROM DATE YYYYMMDD.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "PEMERIKSAAN INTEGRITAS REFERENSI  TANGGAL : "
               DELIMITED BY SIZE
               TGL-HARI DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO I.
       MULAI-ATURAN.
           ADD 1 TO I.
           IF I > JUMLAH-RUJUK
               GO TO MULAI-PERIKSA.
           MOVE 0 TO JUMLAH-ATURAN (I).
           MOVE 0 TO HAPUS-ATURAN (I).
           MOVE 'T' TO LEWAT-ATURAN (I).
           GO TO MULAI-ATURAN.
       MULAI-PERIKSA.
           MOVE 0 TO HIT-URUT.
           MOVE 0 TO TOTAL-PERIKSA.
           MOVE 0 TO TOTAL-TEMUAN.
           MOVE 0 TO TOTAL-CALON.
           MOVE SPACES TO NPM-TERAKHIR.
           MOVE 'T' TO NPM-TERAKHIR-YA.
           SORT RUJUK-SORT
               ON ASCENDING KEY ATURAN-S URUT-S
               INPUT PROCEDURE IS ISI-SORT THRU ISI-SORT-SELESAI
               OUTPUT PROCEDURE IS CETAK THRU CETAK-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "=====RINGKASAN PER ATURAN=====" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO I.
           PERFORM CETAK-RINGKAS THRU CETAK-RINGKAS-SELESAI.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "REKOD DIPERIKSA : " DELIMITED BY SIZE
               TOTAL-PERIKSA DELIMITED BY SIZE
               "  TEMUAN : " DELIMITED BY SIZE
               TOTAL-TEMUAN DELIMITED BY SIZE
               "  KANDIDAT HAPUS : " DELIMITED BY SIZE
               TOTAL-CALON DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           CLOSE LAPCETAK.
           MOVE 'RUJUK.LIS' TO ARSIP-NAMA.
           CALL "SIMPLAP" USING ARSIP-LAP.
           PERFORM TUTUP-FILE.
           DISPLAY " ".
           DISPLAY "REKOD DIPERIKSA          : " TOTAL-PERIKSA.
           DISPLAY "TEMUAN                   : " TOTAL-TEMUAN.
           DISPLAY "KANDIDAT PERBAIKAN       : " TOTAL-CALON.
           DISPLAY "LAPORAN DITULIS KE RUJUK.LIS, KANDIDAT KE "
               "RUJUKCAN.TXT.".
           GOBACK.

       TUTUP-FILE.
           CLOSE MHS.
           CLOSE CALONF.
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

       ISI-SORT.
           PERFORM PERIKSA-KRS THRU PERIKSA-KRS-SELESAI.
           PERFORM PERIKSA-NILAI THRU PERIKSA-NILAI-SELESAI.
           PERFORM PERIKSA-TAGIHAN THRU PERIKSA-TAGIHAN-SELESAI.
           PERFORM PERIKSA-ABSEN THRU PERIKSA-ABSEN-SELESAI.
           PERFORM PERIKSA-AMPU THRU PERIKSA-AMPU-SELESAI.
           PERFORM PERIKSA-JADWAL THRU PERIKSA-JADWAL-SELESAI.
           PERFORM PERIKSA-TUNGGU THRU PERIKSA-TUNGGU-SELESAI.
       ISI-SORT-SELESAI.
           EXIT.

       PERIKSA-KRS.
           IF NOT ADA-KRS
               MOVE 'Y' TO LEWAT-ATURAN (1)
               MOVE 'Y' TO LEWAT-ATURAN (2)
               GO TO PERIKSA-KRS-SELESAI.
           IF NOT ADA-MK
               MOVE 'Y' TO LEWAT-ATURAN (2).
       PERIKSA-KRS-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO PERIKSA-KRS-SELESAI.
           ADD 1 TO TOTAL-PERIKSA.
           MOVE SPACES TO KET-BARIS.
           STRING "NPM " DELIMITED BY SIZE
               NPM-K DELIMITED BY SPACE
               " SEM " DELIMITED BY SIZE
               SEMESTER-K DELIMITED BY SIZE
               " MK " DELIMITED BY SIZE
               KODE-MK-K DELIMITED BY SIZE
               INTO KET-BARIS.
           MOVE NPM-K TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF NOT ADA-NPM
               MOVE 1 TO ATURAN-S
               MOVE "KRS" TO FILE-S
               MOVE KRS-KUNCI TO KUNCI-S
               MOVE 'H' TO AKSI-S
               MOVE LOKASI-NPM TO CATATAN-S
               PERFORM LEPAS-TEMUAN
               GO TO PERIKSA-KRS-BACA.
           IF NOT ADA-MK
               GO TO PERIKSA-KRS-BACA.
           MOVE KODE-MK-K TO KODE-MK.
           READ MK
               INVALID KEY
                   MOVE 2 TO ATURAN-S
                   MOVE "KRS" TO FILE-S
                   MOVE KRS-KUNCI TO KUNCI-S
                   MOVE 'H' TO AKSI-S
                   MOVE SPACES TO CATATAN-S
                   PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-KRS-BACA.
       PERIKSA-KRS-SELESAI.
           EXIT.

       PERIKSA-NILAI.
           IF NOT ADA-NILAI
               MOVE 'Y' TO LEWAT-ATURAN (3)
               MOVE 'Y' TO LEWAT-ATURAN (4)
               GO TO PERIKSA-NILAI-SELESAI.
           IF NOT ADA-MK
               MOVE 'Y' TO LEWAT-ATURAN (4).
       PERIKSA-NILAI-BACA.
           READ NILAIFILE NEXT RECORD
               AT END GO TO PERIKSA-NILAI-SELESAI.
           ADD 1 TO TOTAL-PERIKSA.
           MOVE SPACES TO KET-BARIS.
           STRING "NPM " DELIMITED BY SIZE
               NPM-N DELIMITED BY SPACE
               " SEM " DELIMITED BY SIZE
               SEMESTER-N DELIMITED BY SIZE
               " MK " DELIMITED BY SIZE
               KODE-MK-N DELIMITED BY SIZE
               " NILAI " DELIMITED BY SIZE
               HURUF-N DELIMITED BY SIZE
               INTO KET-BARIS.
           MOVE NPM-N TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF ADA-NPM
               GO TO PERIKSA-NILAI-MK.
           MOVE 3 TO ATURAN-S.
           MOVE "NILAI" TO FILE-S.
           MOVE NILAI-KUNCI TO KUNCI-S.
           MOVE LOKASI-NPM TO CATATAN-S.
           MOVE 'H' TO AKSI-S.
           IF LOKASI-NPM NOT = SPACES
               MOVE 'L' TO AKSI-S.
           PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-NILAI-BACA.
       PERIKSA-NILAI-MK.
           IF NOT ADA-MK
               GO TO PERIKSA-NILAI-BACA.
           MOVE KODE-MK-N TO KODE-MK.
           READ MK
               INVALID KEY
                   MOVE 4 TO ATURAN-S
                   MOVE "NILAI" TO FILE-S
                   MOVE NILAI-KUNCI TO KUNCI-S
                   MOVE 'L' TO AKSI-S
                   MOVE "RIWAYAT NILAI" TO CATATAN-S
                   PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-NILAI-BACA.
       PERIKSA-NILAI-SELESAI.
           EXIT.

       PERIKSA-TAGIHAN.
           IF NOT ADA-TAGIHAN
               MOVE 'Y' TO LEWAT-ATURAN (5)
               GO TO PERIKSA-TAGIHAN-SELESAI.
       PERIKSA-TAGIHAN-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO PERIKSA-TAGIHAN-SELESAI.
           ADD 1 TO TOTAL-PERIKSA.
           MOVE NPM-G TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF ADA-NPM
               GO TO PERIKSA-TAGIHAN-BACA.
           MOVE SPACES TO KET-BARIS.
           STRING "NPM " DELIMITED BY SIZE
               NPM-G DELIMITED BY SPACE
               " SEM " DELIMITED BY SIZE
               SEMESTER-G DELIMITED BY SIZE
               " KELAS " DELIMITED BY SIZE
               KELAS-G DELIMITED BY SIZE
               INTO KET-BARIS.
           MOVE 5 TO ATURAN-S.
           MOVE "TAGIHAN" TO FILE-S.
           MOVE TAGIHAN-KUNCI TO KUNCI-S.
           MOVE 'H' TO AKSI-S.
           MOVE LOKASI-NPM TO CATATAN-S.
           IF BAYAR-G > 0
               MOVE 'L' TO AKSI-S
               MOVE "SUDAH ADA BAYARAN" TO CATATAN-S.
           PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-TAGIHAN-BACA.
       PERIKSA-TAGIHAN-SELESAI.
           EXIT.

       PERIKSA-ABSEN.
           IF NOT ADA-ABSEN
               MOVE 'Y' TO LEWAT-ATURAN (6)
               GO TO PERIKSA-ABSEN-SELESAI.
       PERIKSA-ABSEN-BACA.
           READ ABSEN NEXT RECORD
               AT END GO TO PERIKSA-ABSEN-SELESAI.
           ADD 1 TO TOTAL-PERIKSA.
           MOVE NPM-AB TO NPM-CARI.
           PERFORM CARI-NPM THRU CARI-NPM-SELESAI.
           IF ADA-NPM
               GO TO PERIKSA-ABSEN-BACA.
           MOVE SPACES TO KET-BARIS.
           STRING "NPM " DELIMITED BY SIZE
               NPM-AB DELIMITED BY SPACE
               " KELAS " DELIMITED BY SIZE
               KELAS-AB DELIMITED BY SIZE
               " SEM " DELIMITED BY SIZE
               SEMESTER-AB DELIMITED BY SIZE
               " TGL " DELIMITED BY SIZE
               TANGGAL-AB DELIMITED BY SIZE
               INTO KET-BARIS.
           MOVE 6 TO ATURAN-S.
           MOVE "ABSEN" TO FILE-S.
           MOVE ABSEN-KUNCI TO KUNCI-S.
           MOVE 'H' TO AKSI-S.
           MOVE LOKASI-NPM TO CATATAN-S.
           PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-ABSEN-BACA.
       PERIKSA-ABSEN-SELESAI.
           EXIT.

       PERIKSA-AMPU.
           IF NOT ADA-AMPU
               MOVE 'Y' TO LEWAT-ATURAN (7)
               MOVE 'Y' TO LEWAT-ATURAN (8)
               GO TO PERIKSA-AMPU-SELESAI.
           IF NOT ADA-DOSEN
               MOVE 'Y' TO LEWAT-ATURAN (7).
           IF NOT ADA-MK
               MOVE 'Y' TO LEWAT-ATURAN (8).
       PERIKSA-AMPU-BACA.
           READ AMPU NEXT RECORD
               AT END GO TO PERIKSA-AMPU-SELESAI.
           ADD 1 TO TOTAL-PERIKSA.
           MOVE SPACES TO KET-BARIS.
           STRING "MK " DELIMITED BY SIZE
               KODE-MK-P DELIMITED BY SIZE
               " SEM " DELIMITED BY SIZE
               SEMESTER-P DELIMITED BY SIZE
               " DOSEN " DELIMITED BY SIZE
               DOSEN-P DELIMITED BY SIZE
               INTO KET-BARIS.
           MOVE "AMPU" TO FILE-S.
           MOVE AMPU-KUNCI TO KUNCI-S.
           MOVE 'H' TO AKSI-S.
           MOVE SPACES TO CATATAN-S.
           IF NOT ADA-DOSEN
               GO TO PERIKSA-AMPU-MK.
           MOVE DOSEN-P TO DOSEN-ID.
           READ DOSENMST
               INVALID KEY
                   MOVE 7 TO ATURAN-S
                   PERFORM LEPAS-TEMUAN
                   GO TO PERIKSA-AMPU-BACA.
       PERIKSA-AMPU-MK.
           IF NOT ADA-MK
               GO TO PERIKSA-AMPU-BACA.
           MOVE KODE-MK-P TO KODE-MK.
           READ MK
               INVALID KEY
                   MOVE 8 TO ATURAN-S
                   PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-AMPU-BACA.
       PERIKSA-AMPU-SELESAI.
           EXIT.

       PERIKSA-JADWAL.
           IF NOT ADA-JDW
               MOVE 'Y' TO LEWAT-ATURAN (9)
               MOVE 'Y' TO LEWAT-ATURAN (10)
               GO TO PERIKSA-JADWAL-SELESAI.
           IF NOT ADA-KELASMST
               MOVE 'Y' TO LEWAT-ATURAN (9).
           IF NOT ADA-MK
               MOVE 'Y' TO LEWAT-ATURAN (10).
       PERIKSA-JADWAL-BACA.
           READ JDWFILE NEXT RECORD
               AT END GO TO PERIKSA-JADWAL-SELESAI.
           ADD 1 TO TOTAL-PERIKSA.
           MOVE SPACES TO KET-BARIS.
           STRING "MK " DELIMITED BY SIZE
               KODE-MK-J DELIMITED BY SIZE
               " KELAS " DELIMITED BY SIZE
               KELAS-J DELIMITED BY SIZE
               " HARI " DELIMITED BY SIZE
               HARI-J DELIMITED BY SIZE
               " JAM " DELIMITED BY SIZE
               MULAI-J DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AKHIR-J DELIMITED BY SIZE
               INTO KET-BARIS.
           MOVE "JADWAL" TO FILE-S.
           MOVE JDW-KUNCI TO KUNCI-S.
           MOVE 'H' TO AKSI-S.
           MOVE SPACES TO CATATAN-S.
           IF NOT ADA-KELASMST
               GO TO PERIKSA-JADWAL-MK.
           MOVE KELAS-J TO KODE-KELAS.
           READ KELASMST
               INVALID KEY
                   MOVE 9 TO ATURAN-S
                   PERFORM LEPAS-TEMUAN
                   GO TO PERIKSA-JADWAL-BACA.
       PERIKSA-JADWAL-MK.
           IF NOT ADA-MK
               GO TO PERIKSA-JADWAL-BACA.
           MOVE KODE-MK-J TO KODE-MK.
           READ MK
               INVALID KEY
                   MOVE 10 TO ATURAN-S
                   PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-JADWAL-BACA.
       PERIKSA-JADWAL-SELESAI.
           EXIT.

       PERIKSA-TUNGGU.
           IF NOT ADA-TUNGGU
               MOVE 'Y' TO LEWAT-ATURAN (11)
               GO TO PERIKSA-TUNGGU-SELESAI.
       PERIKSA-TUNGGU-BACA.
           READ TUNGGU NEXT RECORD
               AT END GO TO PERIKSA-TUNGGU-SELESAI.
           ADD 1 TO TOTAL-PERIKSA.
           MOVE NPM-W TO NPM.
           MOVE SEMESTER-W TO SEMESTER.
           READ MHS
               INVALID KEY GO TO PERIKSA-TUNGGU-BACA.
           MOVE SPACES TO KET-BARIS.
           STRING "NPM " DELIMITED BY SIZE
               NPM-W DELIMITED BY SPACE
               " SEM " DELIMITED BY SIZE
               SEMESTER-W DELIMITED BY SIZE
               " ANTRE " DELIMITED BY SIZE
               KELAS-W DELIMITED BY SIZE
               " DI " DELIMITED BY SIZE
               KELAS DELIMITED BY SIZE
               INTO KET-BARIS.
           MOVE 11 TO ATURAN-S.
           MOVE "TUNGGU" TO FILE-S.
           MOVE TUNGGU-KUNCI TO KUNCI-S.
           MOVE 'H' TO AKSI-S.
           MOVE SPACES TO CATATAN-S.
           PERFORM LEPAS-TEMUAN.
           GO TO PERIKSA-TUNGGU-BACA.
       PERIKSA-TUNGGU-SELESAI.
           EXIT.

       LEPAS-TEMUAN.
           ADD 1 TO HIT-URUT.
           MOVE HIT-URUT TO URUT-S.
           MOVE KET-BARIS TO KET-S.
           RELEASE RECRUJUK-SORT.

       CARI-NPM.
           IF NPM-TERAKHIR-YA = 'Y' AND NPM-CARI = NPM-TERAKHIR
               GO TO CARI-NPM-SELESAI.
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
               GO TO CARI-NPM-SIMPAN.
       CARI-NPM-ALUMNI.
           IF NOT ADA-ALUMNI
               GO TO CARI-NPM-ARSIP.
           MOVE NPM-CARI TO NPM-AL.
           READ ALUMNI
               INVALID KEY GO TO CARI-NPM-ARSIP.
           MOVE "ADA DI ALUMNI" TO LOKASI-NPM.
           GO TO CARI-NPM-SIMPAN.
       CARI-NPM-ARSIP.
           IF NOT ADA-ARSIP
               GO TO CARI-NPM-SIMPAN.
           MOVE NPM-CARI TO NPM-AR.
           MOVE SPACES TO SEMESTER-AR.
           START ARSIPF KEY NOT < ARSIP-KUNCI
               INVALID KEY GO TO CARI-NPM-SIMPAN.
           READ ARSIPF NEXT RECORD
               AT END GO TO CARI-NPM-SIMPAN.
           IF NPM-AR = NPM-CARI
               MOVE "ADA DI ARSIP" TO LOKASI-NPM.
       CARI-NPM-SIMPAN.
           MOVE 'Y' TO NPM-TERAKHIR-YA.
           MOVE NPM-CARI TO NPM-TERAKHIR.
       CARI-NPM-SELESAI.
           EXIT.

       CETAK.
           MOVE 0 TO ATURAN-LAMA.
       CETAK-BACA.
           RETURN RUJUK-SORT
               AT END GO TO CETAK-AKHIR.
           IF ATURAN-S NOT = ATURAN-LAMA
               PERFORM TUTUP-ATURAN THRU TUTUP-ATURAN-SELESAI
               PERFORM BUKA-ATURAN.
           ADD 1 TO TOTAL-TEMUAN.
           ADD 1 TO JUMLAH-ATURAN (ATURAN-S).
           MOVE "LAPORAN" TO AKSI-KET.
           IF AKSI-S = 'H'
               MOVE "HAPUS" TO AKSI-KET
               ADD 1 TO HAPUS-ATURAN (ATURAN-S)
               PERFORM TULIS-CALON.
           MOVE SPACES TO LAP2-LINE.
           STRING "  " DELIMITED BY SIZE
               KET-S DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AKSI-KET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CATATAN-S DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-BACA.
       CETAK-AKHIR.
           PERFORM TUTUP-ATURAN THRU TUTUP-ATURAN-SELESAI.
       CETAK-SELESAI.
           EXIT.

       BUKA-ATURAN.
           MOVE ATURAN-S TO ATURAN-LAMA.
           MOVE ATURAN-S TO ATURAN-ED.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "ATURAN R" DELIMITED BY SIZE
               ATURAN-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JUDUL-ATURAN (ATURAN-S) DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "------------------------------------------------"
               DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.

       TUTUP-ATURAN.
           IF ATURAN-LAMA = 0
               GO TO TUTUP-ATURAN-SELESAI.
           MOVE JUMLAH-ATURAN (ATURAN-LAMA) TO JUMLAH-ED.
           MOVE HAPUS-ATURAN (ATURAN-LAMA) TO HAPUS-ED.
           MOVE SPACES TO LAP2-LINE.
           STRING "  JUMLAH : " DELIMITED BY SIZE
               JUMLAH-ED DELIMITED BY SIZE
               "   KANDIDAT HAPUS : " DELIMITED BY SIZE
               HAPUS-ED DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
       TUTUP-ATURAN-SELESAI.
           EXIT.

       TULIS-CALON.
           ADD 1 TO TOTAL-CALON.
           MOVE TOTAL-CALON TO URUT-C.
           MOVE ATURAN-S TO ATURAN-C.
           MOVE FILE-S TO FILE-C.
           MOVE KUNCI-S TO KUNCI-C.
           MOVE KET-S TO KET-C.
           MOVE SPACE TO STATUS-C.
           MOVE TGL-HARI TO TGL-C.
           MOVE SPACES TO OPR-C.
           MOVE SPACES TO TGL-TINJAU-C.
           WRITE RECCALON
               INVALID KEY
                   DISPLAY "GAGAL MENULIS KANDIDAT " URUT-C.

       CETAK-RINGKAS.
           ADD 1 TO I.
           IF I > JUMLAH-RUJUK
               GO TO CETAK-RINGKAS-SELESAI.
           MOVE I TO ATURAN-ED.
           MOVE JUMLAH-ATURAN (I) TO JUMLAH-ED.
           MOVE SPACES TO LAP2-LINE.
           IF LEWAT-ATURAN (I) = 'Y'
               STRING "R" DELIMITED BY SIZE
                   ATURAN-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JUDUL-ATURAN (I) DELIMITED BY SIZE
                   " TIDAK DIPERIKSA" DELIMITED BY SIZE
                   INTO LAP2-LINE
           ELSE
               STRING "R" DELIMITED BY SIZE
                   ATURAN-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JUDUL-ATURAN (I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JUMLAH-ED DELIMITED BY SIZE
                   INTO LAP2-LINE.
           WRITE LAP2-LINE.
           GO TO CETAK-RINGKAS.
       CETAK-RINGKAS-SELESAI.
           EXIT.

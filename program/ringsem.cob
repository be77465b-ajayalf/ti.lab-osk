       IDENTIFICATION DIVISION.
       PROGRAM-ID. RINGSEM.
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
           SELECT ARSIPF ASSIGN TO ARSIP-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARSIP-KUNCI
           ALTERNATE RECORD KEY IS KELAS-A WITH DUPLICATES
           FILE STATUS IS STATUS-ARSIP.
           SELECT ALUMNI ASSIGN TO ALUMNI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPM-AL
           FILE STATUS IS STATUS-ALUMNI.
           SELECT SEMCTL ASSIGN TO SEMCTL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMESTER-SC
           FILE STATUS IS STATUS-SEMCTL.
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
           SELECT SKALA ASSIGN TO SKALA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SKALA-KUNCI
           FILE STATUS IS STATUS-SKALA.
           SELECT TAGIHAN ASSIGN TO TAGIHAN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAGIHAN-KUNCI
           FILE STATUS IS STATUS-TAGIHAN.
           SELECT KWFILE ASSIGN TO KW-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOMOR-KW
           FILE STATUS IS STATUS-KW.
           SELECT BANKPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-POS.
           SELECT RESTFILE ASSIGN TO REST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REST-KUNCI
           FILE STATUS IS STATUS-REST.
           SELECT ABSEN ASSIGN TO ABSEN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABSEN-KUNCI
           FILE STATUS IS STATUS-ABSEN.
           SELECT STATHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-HIS.
           SELECT RIWAYAT-SORT ASSIGN TO DISK.
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
       FD ARSIPF
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECARSIP.
       01 RECARSIP.
           02 ARSIP-KUNCI.
               03 NPM-A pic X(14).
               03 SEMESTER-A pic X(6).
           02 NAMA-A pic X(23).
           02 KELAS-A pic X(5).
           02 IPK-A pic 9V99.
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
       FD SKALA
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECSKALA.
       01 RECSKALA.
           02 SKALA-KUNCI.
               03 SEMESTER-SK pic X(6).
               03 HURUF-SK pic X(2).
           02 BOBOT-SK pic 9V99.
           02 LULUS-SK pic X.
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
       FD KWFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECKW.
       01 RECKW.
           02 NOMOR-KW pic 9(8).
           02 NPM-KW pic X(14).
           02 SEMESTER-KW pic X(6).
           02 TANGGAL-KW.
               03 PERIODE-KW pic X(6).
               03 FILLER pic X(2).
           02 JAM-KW pic X(8).
           02 JUMLAH-KW pic 9(9).
           02 SISA-KW pic 9(9).
           02 OPERATOR-KW pic X(10).
       FD BANKPOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BANKPOS.TXT'
           DATA RECORD IS RECPOS.
       01 RECPOS.
           02 NPM-PS pic X(14).
           02 SEMESTER-PS pic X(6).
           02 TANGGAL-PS pic X(8).
           02 TANGGAL-B-PS pic X(8).
           02 JUMLAH-PS pic 9(9).
       FD RESTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECREST.
       01 RECREST.
           02 REST-KUNCI.
               03 NPM-R pic X(14).
               03 SEMESTER-R pic X(6).
           02 NOMOR-R pic 9(8).
           02 TANGGAL-R.
               03 PERIODE-R pic X(6).
               03 FILLER pic X(2).
           02 JUMLAH-R pic 9(9).
           02 STATUS-R pic X.
           02 OPERATOR-R pic X(10).
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
       FD STATHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'STATHIS.TXT'
           DATA RECORD IS HIS-LINE.
       01 HIS-LINE pic X(80).
       SD RIWAYAT-SORT.
       01 RECRIWAYAT.
           02 NPM-S pic X(14).
           02 TGL-S pic X(8).
           02 URUT-S pic 9(6).
           02 BARU-S pic X.
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RINGSEM.LIS'
           DATA RECORD IS LAP2-LINE.
       01 LAP2-LINE pic X(80).
       WORKING-STORAGE SECTION.
       77 STATUS-SALAH pic XX.
       77 STATUS-ARSIP pic XX.
       77 STATUS-ALUMNI pic XX.
       77 STATUS-SEMCTL pic XX.
       77 STATUS-KRS pic XX.
       77 STATUS-NILAI pic XX.
       77 STATUS-SKALA pic XX.
       77 STATUS-TAGIHAN pic XX.
       77 STATUS-KW pic XX.
       77 STATUS-POS pic XX.
       77 STATUS-REST pic XX.
       77 STATUS-ABSEN pic XX.
       77 STATUS-HIS pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 MHS-FILENAME pic X(30) VALUE 'DATA.TXT'.
       77 ARSIP-FILENAME pic X(30) VALUE 'ARSIP.TXT'.
       77 ALUMNI-FILENAME pic X(30) VALUE 'ALUMNI.TXT'.
       77 SEMCTL-FILENAME pic X(30) VALUE 'SEMCTL.TXT'.
       77 KRS-FILENAME pic X(30) VALUE 'KRS.TXT'.
       77 NILAI-FILENAME pic X(30) VALUE 'NILAI.TXT'.
       77 SKALA-FILENAME pic X(30) VALUE 'SKALA.TXT'.
       77 TAGIHAN-FILENAME pic X(30) VALUE 'TAGIHAN.TXT'.
       77 KW-FILENAME pic X(30) VALUE 'KUITANSI.TXT'.
       77 REST-FILENAME pic X(30) VALUE 'RESTITU.TXT'.
       77 ABSEN-FILENAME pic X(30) VALUE 'ABSEN.TXT'.
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
       77 ADA-ARSIP-YA pic X.
           88 ADA-ARSIP VALUE 'Y'.
       77 ADA-ALUMNI-YA pic X.
           88 ADA-ALUMNI VALUE 'Y'.
       77 ADA-NILAI-YA pic X.
           88 ADA-NILAI VALUE 'Y'.
       77 ADA-ARSIP-NPM-YA pic X.
           88 ADA-ARSIP-NPM VALUE 'Y'.
       77 HABIS-RIWAYAT-YA pic X.
           88 HABIS-RIWAYAT VALUE 'Y'.
       77 SEMESTER-PILIH pic X(6).
       77 SEMESTER-BANDING pic X(6).
       77 SEM-CEK pic X(6).
       77 SLOT pic 9.
       77 K pic 9.
       01 TABEL-SEM.
           02 SEM-BARIS OCCURS 2 TIMES.
               03 SB-SEMESTER pic X(6).
               03 SB-AWAL pic X(8).
               03 SB-AKHIR pic X(8).
               03 SB-KALENDER pic X.
       01 TABEL-KALENDER.
           02 KAL-BARIS OCCURS 100 TIMES.
               03 KL-SEMESTER pic X(6).
               03 KL-TUTUP pic X(8).
       77 ISI-KALENDER pic 9(3).
       01 TABEL-ANGKA.
           02 ANGKA-BARIS OCCURS 2 TIMES.
               03 A-AKTIF pic 9(7).
               03 A-CUTI pic 9(7).
               03 A-DO pic 9(7).
               03 A-LULUS pic 9(7).
               03 A-BARU pic 9(7).
               03 A-COBA pic 9(7).
               03 A-KRS-MHS pic 9(7).
               03 A-KRS-BARIS pic 9(7).
               03 A-KRS-SKS pic 9(9).
               03 A-KOSONG pic 9(7).
               03 A-ABSEN pic 9(9).
               03 A-HADIR pic 9(9).
               03 A-BRUTO pic 9(13).
               03 A-POTONG pic 9(13).
               03 A-TERIMA pic 9(13).
               03 A-TUNGGAK pic 9(13).
               03 A-REST pic 9(13).
               03 A-REST-JML pic 9(7).
       01 TABEL-KELAS.
           02 KELAS-BARIS OCCURS 50 TIMES.
               03 TK-KELAS pic X(5).
               03 TK-SLOT OCCURS 2 TIMES.
                   04 TK-MHS pic 9(5).
                   04 TK-IPK pic 9(7)V99.
                   04 TK-IPS-MHS pic 9(5).
                   04 TK-IPS pic 9(7)V99.
       77 ISI-KELAS pic 9(3).
       77 KELAS-KE pic 9(3).
       77 I pic 9(3).
       77 KELAS-CARI pic X(5).
       77 NPM-LAMA pic X(14).
       77 NPM-KRS-LAMA pic X(14).
       77 SEM-KRS-LAMA pic X(6).
       77 NPM-NIL-LAMA pic X(14).
       77 SEM-NIL-LAMA pic X(6).
       77 JUMLAH-MUTU pic 9(5)V99.
       77 JUMLAH-SKS pic 9(5).
       77 IPS-HITUNG pic 9V99.
       77 SISA-TAGIHAN pic S9(9).
       01 FLAG-RIWAYAT.
           02 FLAG-SLOT OCCURS 2 TIMES.
               03 F-CUTI pic X.
               03 F-DO pic X.
               03 F-COBA pic X.
       01 RIW-O.
           02 RIW-NPM pic X(14).
           02 RIW-TGL pic X(8).
           02 RIW-URUT pic 9(6).
           02 RIW-BARU pic X.
       77 H-NPM pic X(14).
       77 H-LAMA pic X.
       01 H-BARU pic X.
           88 H-BARU-SAH VALUE 'A', 'C', 'D', 'L', 'P', 'W'.
       77 URUT-RIWAYAT pic 9(6).
       77 NILAI-1 pic S9(13)V99.
       77 NILAI-2 pic S9(13)V99.
       77 NILAI-UBAH pic S9(13)V99.
       77 JENIS-ANGKA pic 9.
       77 URAIAN-CETAK pic X(30).
       01 BARIS-RINGKAS.
           02 BR-URAIAN pic X(30).
           02 BR-KINI pic X(15).
           02 BR-LALU pic X(15).
           02 FILLER pic X(2).
           02 BR-UBAH pic X(16).
       77 ANGKA-ED pic Z(14)9.
       77 DESIMAL-ED pic Z(11)9.99.
       77 UBAH-ED pic +Z(14)9.
       77 UBAH-DES-ED pic +Z(11)9.99.
       77 IPK-ED pic 9.99.
       77 UBAH-IPK-ED pic +9.99.
       77 RATA-1 pic 9V99.
       77 RATA-2 pic 9V99.
       77 RATA-UBAH pic S9V99.
       77 TGL-JALAN pic X(8).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'RINGSEM'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           DISPLAY "=====RINGKASAN EKSEKUTIF SEMESTER=====".
           DISPLAY "SEMESTER LAPORAN : " WITH NO ADVANCING.
           ACCEPT SEMESTER-PILIH.
           IF SEMESTER-PILIH = SPACES
               DISPLAY "SEMESTER HARUS DIISI."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "SEMESTER PEMBANDING (KOSONGKAN = SEBELUMNYA) : "
               WITH NO ADVANCING.
           ACCEPT SEMESTER-BANDING.
           OPEN INPUT MHS.
           IF STATUS-SALAH NOT = "00"
               DISPLAY "FILE DATA TIDAK DITEMUKAN."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y' TO ADA-ARSIP-YA.
           OPEN INPUT ARSIPF.
           IF STATUS-ARSIP NOT = "00"
               MOVE 'T' TO ADA-ARSIP-YA.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           PERFORM MUAT-KALENDER THRU MUAT-KALENDER-SELESAI.
           IF SEMESTER-BANDING = SPACES
               PERFORM CARI-BANDING THRU CARI-BANDING-SELESAI.
           MOVE SEMESTER-PILIH TO SB-SEMESTER (1).
           MOVE SEMESTER-BANDING TO SB-SEMESTER (2).
           MOVE 1 TO K.
           PERFORM ATUR-JENDELA THRU ATUR-JENDELA-SELESAI.
           MOVE 2 TO K.
           PERFORM ATUR-JENDELA THRU ATUR-JENDELA-SELESAI.
           INITIALIZE TABEL-ANGKA.
           MOVE 0 TO ISI-KELAS.
           PERFORM MUAT-SKALA THRU MUAT-SKALA-SELESAI.
           DISPLAY "MEMBACA DATA MAHASISWA...".
           PERFORM HITUNG-MHS THRU HITUNG-MHS-SELESAI.
           PERFORM HITUNG-ARSIP THRU HITUNG-ARSIP-SELESAI.
           PERFORM HITUNG-ALUMNI THRU HITUNG-ALUMNI-SELESAI.
           SORT RIWAYAT-SORT ON ASCENDING KEY NPM-S TGL-S URUT-S
               INPUT PROCEDURE IS RIWAYAT-MULAI THRU RIWAYAT-SELESAI
               OUTPUT PROCEDURE IS STATUS-MULAI THRU STATUS-SELESAI.
           DISPLAY "MEMBACA DATA AKADEMIK...".
           MOVE 'Y' TO ADA-NILAI-YA.
           OPEN INPUT NILAIFILE.
           IF STATUS-NILAI NOT = "00"
               MOVE 'T' TO ADA-NILAI-YA.
           PERFORM HITUNG-KRS THRU HITUNG-KRS-SELESAI.
           PERFORM HITUNG-IPS THRU HITUNG-IPS-SELESAI.
           IF ADA-NILAI
               CLOSE NILAIFILE.
           PERFORM HITUNG-ABSEN THRU HITUNG-ABSEN-SELESAI.
           DISPLAY "MEMBACA DATA KEUANGAN...".
           PERFORM HITUNG-TAGIHAN THRU HITUNG-TAGIHAN-SELESAI.
           PERFORM HITUNG-KUITANSI THRU HITUNG-KUITANSI-SELESAI.
           PERFORM HITUNG-BANK THRU HITUNG-BANK-SELESAI.
           PERFORM HITUNG-RESTITUSI THRU HITUNG-RESTITUSI-SELESAI.
           PERFORM CETAK-RINGKASAN THRU CETAK-RINGKASAN-SELESAI.
           IF ADA-ARSIP
               CLOSE ARSIPF.
           CLOSE MHS.
           DISPLAY " ".
           DISPLAY "RINGKASAN SEMESTER " SEMESTER-PILIH
               " DIBANDINGKAN " SEMESTER-BANDING
               " TERCETAK KE RINGSEM.LIS.".
           STOP RUN.

       MUAT-KALENDER.
           MOVE 0 TO ISI-KALENDER.
           OPEN INPUT SEMCTL.
           IF STATUS-SEMCTL NOT = "00"
               GO TO MUAT-KALENDER-SELESAI.
       MUAT-KALENDER-BACA.
           READ SEMCTL NEXT RECORD
               AT END GO TO MUAT-KALENDER-TUTUP.
           IF ISI-KALENDER < 100
               ADD 1 TO ISI-KALENDER
               MOVE SEMESTER-SC TO KL-SEMESTER (ISI-KALENDER)
               MOVE NIL-TUTUP-SC TO KL-TUTUP (ISI-KALENDER).
           GO TO MUAT-KALENDER-BACA.
       MUAT-KALENDER-TUTUP.
           CLOSE SEMCTL.
       MUAT-KALENDER-SELESAI.
           EXIT.

       CARI-BANDING.
           MOVE 0 TO I.
       CARI-BANDING-KALENDER.
           ADD 1 TO I.
           IF I > ISI-KALENDER
               GO TO CARI-BANDING-DATA.
           IF KL-SEMESTER (I) < SEMESTER-PILIH
               AND KL-SEMESTER (I) > SEMESTER-BANDING
                   MOVE KL-SEMESTER (I) TO SEMESTER-BANDING.
           GO TO CARI-BANDING-KALENDER.
       CARI-BANDING-DATA.
           IF SEMESTER-BANDING NOT = SPACES
               GO TO CARI-BANDING-SELESAI.
       CARI-BANDING-MHS.
           READ MHS NEXT RECORD
               AT END GO TO CARI-BANDING-ARSIP.
           IF SEMESTER < SEMESTER-PILIH
               AND SEMESTER > SEMESTER-BANDING
                   MOVE SEMESTER TO SEMESTER-BANDING.
           GO TO CARI-BANDING-MHS.
       CARI-BANDING-ARSIP.
           IF NOT ADA-ARSIP
               GO TO CARI-BANDING-SELESAI.
       CARI-BANDING-ARSIP-BACA.
           READ ARSIPF NEXT RECORD
               AT END GO TO CARI-BANDING-SELESAI.
           IF SEMESTER-A < SEMESTER-PILIH
               AND SEMESTER-A > SEMESTER-BANDING
                   MOVE SEMESTER-A TO SEMESTER-BANDING.
           GO TO CARI-BANDING-ARSIP-BACA.
       CARI-BANDING-SELESAI.
           EXIT.

       ATUR-JENDELA.
           MOVE 'T' TO SB-KALENDER (K).
           MOVE "00000000" TO SB-AWAL (K).
           MOVE SPACES TO SB-AKHIR (K).
           MOVE 0 TO I.
       ATUR-JENDELA-CARI.
           ADD 1 TO I.
           IF I > ISI-KALENDER
               GO TO ATUR-JENDELA-SELESAI.
           IF KL-SEMESTER (I) < SB-SEMESTER (K)
               AND KL-TUTUP (I) NOT = SPACES
                   MOVE KL-TUTUP (I) TO SB-AWAL (K).
           IF KL-SEMESTER (I) = SB-SEMESTER (K)
               AND KL-TUTUP (I) NOT = SPACES
                   MOVE KL-TUTUP (I) TO SB-AKHIR (K)
                   MOVE 'Y' TO SB-KALENDER (K).
           GO TO ATUR-JENDELA-CARI.
       ATUR-JENDELA-SELESAI.
           EXIT.

       CARI-SLOT.
           MOVE 0 TO SLOT.
           IF SEM-CEK = SPACES
               GO TO CARI-SLOT-SELESAI.
           IF SEM-CEK = SB-SEMESTER (1)
               MOVE 1 TO SLOT
               GO TO CARI-SLOT-SELESAI.
           IF SEM-CEK = SB-SEMESTER (2)
               MOVE 2 TO SLOT.
       CARI-SLOT-SELESAI.
           EXIT.

       HITUNG-MHS.
           MOVE SPACES TO NPM-LAMA.
           MOVE LOW-VALUES TO MHS-KUNCI.
           START MHS KEY NOT < MHS-KUNCI
               INVALID KEY GO TO HITUNG-MHS-SELESAI.
       HITUNG-MHS-BACA.
           READ MHS NEXT RECORD
               AT END GO TO HITUNG-MHS-SELESAI.
           MOVE SEMESTER TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF NPM NOT = NPM-LAMA
               MOVE NPM TO NPM-LAMA
               PERFORM CEK-ARSIP-NPM THRU CEK-ARSIP-NPM-SELESAI
               IF SLOT > 0 AND NOT ADA-ARSIP-NPM
                   ADD 1 TO A-BARU (SLOT).
           IF SLOT = 0
               GO TO HITUNG-MHS-BACA.
           ADD 1 TO A-AKTIF (SLOT).
           MOVE KELAS TO KELAS-CARI.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           IF KELAS-KE > 0
               ADD 1 TO TK-MHS (KELAS-KE, SLOT)
               ADD IPK TO TK-IPK (KELAS-KE, SLOT).
           GO TO HITUNG-MHS-BACA.
       HITUNG-MHS-SELESAI.
           EXIT.

       CEK-ARSIP-NPM.
           MOVE 'T' TO ADA-ARSIP-NPM-YA.
           IF NOT ADA-ARSIP
               GO TO CEK-ARSIP-NPM-SELESAI.
           MOVE NPM TO NPM-A.
           MOVE SPACES TO SEMESTER-A.
           START ARSIPF KEY NOT < ARSIP-KUNCI
               INVALID KEY GO TO CEK-ARSIP-NPM-SELESAI.
           READ ARSIPF NEXT RECORD
               AT END GO TO CEK-ARSIP-NPM-SELESAI.
           IF NPM-A = NPM
               MOVE 'Y' TO ADA-ARSIP-NPM-YA.
       CEK-ARSIP-NPM-SELESAI.
           EXIT.

       HITUNG-ARSIP.
           IF NOT ADA-ARSIP
               GO TO HITUNG-ARSIP-SELESAI.
           MOVE SPACES TO NPM-LAMA.
           MOVE LOW-VALUES TO ARSIP-KUNCI.
           START ARSIPF KEY NOT < ARSIP-KUNCI
               INVALID KEY GO TO HITUNG-ARSIP-SELESAI.
       HITUNG-ARSIP-BACA.
           READ ARSIPF NEXT RECORD
               AT END GO TO HITUNG-ARSIP-SELESAI.
           MOVE SEMESTER-A TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF NPM-A NOT = NPM-LAMA
               MOVE NPM-A TO NPM-LAMA
               IF SLOT > 0
                   ADD 1 TO A-BARU (SLOT).
           IF SLOT = 0
               GO TO HITUNG-ARSIP-BACA.
           ADD 1 TO A-AKTIF (SLOT).
           MOVE KELAS-A TO KELAS-CARI.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           IF KELAS-KE > 0
               ADD 1 TO TK-MHS (KELAS-KE, SLOT)
               ADD IPK-A TO TK-IPK (KELAS-KE, SLOT).
           GO TO HITUNG-ARSIP-BACA.
       HITUNG-ARSIP-SELESAI.
           EXIT.

       HITUNG-ALUMNI.
           OPEN INPUT ALUMNI.
           IF STATUS-ALUMNI NOT = "00"
               GO TO HITUNG-ALUMNI-SELESAI.
       HITUNG-ALUMNI-BACA.
           READ ALUMNI NEXT RECORD
               AT END GO TO HITUNG-ALUMNI-TUTUP.
           MOVE 1 TO K.
           PERFORM HITUNG-ALUMNI-SLOT.
           MOVE 2 TO K.
           PERFORM HITUNG-ALUMNI-SLOT.
           GO TO HITUNG-ALUMNI-BACA.
       HITUNG-ALUMNI-TUTUP.
           CLOSE ALUMNI.
       HITUNG-ALUMNI-SELESAI.
           EXIT.

       HITUNG-ALUMNI-SLOT.
           IF SB-KALENDER (K) = 'Y'
               AND TGL-LULUS-AL > SB-AWAL (K)
               AND TGL-LULUS-AL NOT > SB-AKHIR (K)
                   ADD 1 TO A-LULUS (K).

       RIWAYAT-MULAI.
           MOVE 0 TO URUT-RIWAYAT.
           OPEN INPUT STATHIS.
           IF STATUS-HIS NOT = "00"
               GO TO RIWAYAT-SELESAI.
       RIWAYAT-BACA.
           READ STATHIS
               AT END GO TO RIWAYAT-TUTUP.
           MOVE SPACES TO H-NPM.
           MOVE SPACE TO H-LAMA.
           MOVE SPACE TO H-BARU.
           UNSTRING HIS-LINE (30:51) DELIMITED BY ALL SPACE
               INTO H-NPM H-LAMA H-BARU.
           IF H-NPM = SPACES OR NOT H-BARU-SAH
               GO TO RIWAYAT-BACA.
           ADD 1 TO URUT-RIWAYAT.
           MOVE H-NPM TO NPM-S.
           MOVE HIS-LINE (1:8) TO TGL-S.
           MOVE URUT-RIWAYAT TO URUT-S.
           MOVE H-BARU TO BARU-S.
           RELEASE RECRIWAYAT.
           GO TO RIWAYAT-BACA.
       RIWAYAT-TUTUP.
           CLOSE STATHIS.
       RIWAYAT-SELESAI.
           EXIT.

       STATUS-MULAI.
           MOVE SPACES TO NPM-LAMA.
           MOVE SPACES TO FLAG-RIWAYAT.
       STATUS-BACA.
           RETURN RIWAYAT-SORT INTO RIW-O
               AT END GO TO STATUS-AKHIR.
           IF RIW-NPM NOT = NPM-LAMA
               PERFORM CATAT-STATUS
               MOVE RIW-NPM TO NPM-LAMA
               MOVE SPACES TO FLAG-RIWAYAT.
           MOVE 1 TO K.
           PERFORM TANDAI-STATUS.
           MOVE 2 TO K.
           PERFORM TANDAI-STATUS.
           GO TO STATUS-BACA.
       STATUS-AKHIR.
           PERFORM CATAT-STATUS.
       STATUS-SELESAI.
           EXIT.

       TANDAI-STATUS.
           IF SB-KALENDER (K) = 'Y'
               AND RIW-TGL > SB-AWAL (K)
               AND RIW-TGL NOT > SB-AKHIR (K)
                   IF RIW-BARU = 'C'
                       MOVE 'Y' TO F-CUTI (K)
                   ELSE
                       IF RIW-BARU = 'D'
                           MOVE 'Y' TO F-DO (K)
                       ELSE
                           IF RIW-BARU = 'P'
                               MOVE 'Y' TO F-COBA (K).

       CATAT-STATUS.
           IF F-CUTI (1) = 'Y'
               ADD 1 TO A-CUTI (1).
           IF F-CUTI (2) = 'Y'
               ADD 1 TO A-CUTI (2).
           IF F-DO (1) = 'Y'
               ADD 1 TO A-DO (1).
           IF F-DO (2) = 'Y'
               ADD 1 TO A-DO (2).
           IF F-COBA (1) = 'Y'
               ADD 1 TO A-COBA (1).
           IF F-COBA (2) = 'Y'
               ADD 1 TO A-COBA (2).

       HITUNG-KRS.
           OPEN INPUT KRSFILE.
           IF STATUS-KRS NOT = "00"
               GO TO HITUNG-KRS-SELESAI.
           MOVE SPACES TO NPM-KRS-LAMA.
           MOVE SPACES TO SEM-KRS-LAMA.
       HITUNG-KRS-BACA.
           READ KRSFILE NEXT RECORD
               AT END GO TO HITUNG-KRS-TUTUP.
           MOVE SEMESTER-K TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF SLOT = 0
               GO TO HITUNG-KRS-BACA.
           IF NPM-K NOT = NPM-KRS-LAMA OR SEMESTER-K NOT = SEM-KRS-LAMA
               MOVE NPM-K TO NPM-KRS-LAMA
               MOVE SEMESTER-K TO SEM-KRS-LAMA
               ADD 1 TO A-KRS-MHS (SLOT).
           ADD 1 TO A-KRS-BARIS (SLOT).
           ADD SKS-K TO A-KRS-SKS (SLOT).
           PERFORM CEK-NILAI THRU CEK-NILAI-SELESAI.
           IF NOT ADA-SKALA
               ADD 1 TO A-KOSONG (SLOT).
           GO TO HITUNG-KRS-BACA.
       HITUNG-KRS-TUTUP.
           CLOSE KRSFILE.
       HITUNG-KRS-SELESAI.
           EXIT.

       CEK-NILAI.
           MOVE 'T' TO ADA-SKALA-YA.
           IF NOT ADA-NILAI
               GO TO CEK-NILAI-SELESAI.
           MOVE NPM-K TO NPM-N.
           MOVE SEMESTER-K TO SEMESTER-N.
           MOVE KODE-MK-K TO KODE-MK-N.
           READ NILAIFILE
               INVALID KEY GO TO CEK-NILAI-SELESAI.
           MOVE HURUF-N TO HURUF-CARI.
           MOVE SEMESTER-N TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
       CEK-NILAI-SELESAI.
           EXIT.

       HITUNG-IPS.
           IF NOT ADA-NILAI
               GO TO HITUNG-IPS-SELESAI.
           MOVE SPACES TO NPM-NIL-LAMA.
           MOVE SPACES TO SEM-NIL-LAMA.
           MOVE 0 TO JUMLAH-MUTU.
           MOVE 0 TO JUMLAH-SKS.
           MOVE LOW-VALUES TO NILAI-KUNCI.
           START NILAIFILE KEY NOT < NILAI-KUNCI
               INVALID KEY GO TO HITUNG-IPS-SELESAI.
       HITUNG-IPS-BACA.
           READ NILAIFILE NEXT RECORD
               AT END GO TO HITUNG-IPS-AKHIR.
           MOVE SEMESTER-N TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF SLOT = 0
               GO TO HITUNG-IPS-BACA.
           IF NPM-N NOT = NPM-NIL-LAMA OR SEMESTER-N NOT = SEM-NIL-LAMA
               PERFORM CATAT-IPS THRU CATAT-IPS-SELESAI
               MOVE NPM-N TO NPM-NIL-LAMA
               MOVE SEMESTER-N TO SEM-NIL-LAMA
               MOVE 0 TO JUMLAH-MUTU
               MOVE 0 TO JUMLAH-SKS.
           MOVE HURUF-N TO HURUF-CARI.
           MOVE SEMESTER-N TO SEMESTER-BOBOT.
           PERFORM CARI-BOBOT THRU CARI-BOBOT-SELESAI.
           IF ADA-SKALA
               COMPUTE JUMLAH-MUTU = JUMLAH-MUTU + BOBOT-CARI * SKS-N
               ADD SKS-N TO JUMLAH-SKS.
           GO TO HITUNG-IPS-BACA.
       HITUNG-IPS-AKHIR.
           PERFORM CATAT-IPS THRU CATAT-IPS-SELESAI.
       HITUNG-IPS-SELESAI.
           EXIT.

       CATAT-IPS.
           IF NPM-NIL-LAMA = SPACES OR JUMLAH-SKS = 0
               GO TO CATAT-IPS-SELESAI.
           MOVE SEM-NIL-LAMA TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           COMPUTE IPS-HITUNG ROUNDED = JUMLAH-MUTU / JUMLAH-SKS.
           MOVE "-" TO KELAS-CARI.
           MOVE NPM-NIL-LAMA TO NPM.
           MOVE SEM-NIL-LAMA TO SEMESTER.
           READ MHS
               INVALID KEY GO TO CATAT-IPS-ARSIP.
           MOVE KELAS TO KELAS-CARI.
           GO TO CATAT-IPS-KELAS.
       CATAT-IPS-ARSIP.
           IF NOT ADA-ARSIP
               GO TO CATAT-IPS-KELAS.
           MOVE NPM-NIL-LAMA TO NPM-A.
           MOVE SEM-NIL-LAMA TO SEMESTER-A.
           READ ARSIPF
               INVALID KEY GO TO CATAT-IPS-KELAS.
           MOVE KELAS-A TO KELAS-CARI.
       CATAT-IPS-KELAS.
           PERFORM CARI-KELAS THRU CARI-KELAS-SELESAI.
           IF KELAS-KE > 0
               ADD 1 TO TK-IPS-MHS (KELAS-KE, SLOT)
               ADD IPS-HITUNG TO TK-IPS (KELAS-KE, SLOT).
       CATAT-IPS-SELESAI.
           EXIT.

       CARI-KELAS.
           IF KELAS-CARI = SPACES
               MOVE "-" TO KELAS-CARI.
           MOVE 0 TO KELAS-KE.
           MOVE 0 TO I.
       CARI-KELAS-ULANG.
           ADD 1 TO I.
           IF I > ISI-KELAS
               GO TO CARI-KELAS-BARU.
           IF TK-KELAS (I) = KELAS-CARI
               MOVE I TO KELAS-KE
               GO TO CARI-KELAS-SELESAI.
           GO TO CARI-KELAS-ULANG.
       CARI-KELAS-BARU.
           IF ISI-KELAS NOT < 50
               GO TO CARI-KELAS-SELESAI.
           ADD 1 TO ISI-KELAS.
           MOVE ISI-KELAS TO KELAS-KE.
           MOVE KELAS-CARI TO TK-KELAS (KELAS-KE).
           MOVE 0 TO TK-MHS (KELAS-KE, 1).
           MOVE 0 TO TK-IPK (KELAS-KE, 1).
           MOVE 0 TO TK-IPS-MHS (KELAS-KE, 1).
           MOVE 0 TO TK-IPS (KELAS-KE, 1).
           MOVE 0 TO TK-MHS (KELAS-KE, 2).
           MOVE 0 TO TK-IPK (KELAS-KE, 2).
           MOVE 0 TO TK-IPS-MHS (KELAS-KE, 2).
           MOVE 0 TO TK-IPS (KELAS-KE, 2).
       CARI-KELAS-SELESAI.
           EXIT.

       HITUNG-ABSEN.
           OPEN INPUT ABSEN.
           IF STATUS-ABSEN NOT = "00"
               GO TO HITUNG-ABSEN-SELESAI.
       HITUNG-ABSEN-BACA.
           READ ABSEN NEXT RECORD
               AT END GO TO HITUNG-ABSEN-TUTUP.
           MOVE SEMESTER-AB TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF SLOT = 0
               GO TO HITUNG-ABSEN-BACA.
           ADD 1 TO A-ABSEN (SLOT).
           IF HADIR-AB = 'H'
               ADD 1 TO A-HADIR (SLOT).
           GO TO HITUNG-ABSEN-BACA.
       HITUNG-ABSEN-TUTUP.
           CLOSE ABSEN.
       HITUNG-ABSEN-SELESAI.
           EXIT.

       HITUNG-TAGIHAN.
           OPEN INPUT TAGIHAN.
           IF STATUS-TAGIHAN NOT = "00"
               GO TO HITUNG-TAGIHAN-SELESAI.
       HITUNG-TAGIHAN-BACA.
           READ TAGIHAN NEXT RECORD
               AT END GO TO HITUNG-TAGIHAN-TUTUP.
           MOVE SEMESTER-G TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF SLOT = 0
               GO TO HITUNG-TAGIHAN-BACA.
           COMPUTE A-BRUTO (SLOT) = A-BRUTO (SLOT) + TAGIHAN-G
               + POTONGAN-G.
           ADD POTONGAN-G TO A-POTONG (SLOT).
           COMPUTE SISA-TAGIHAN = TAGIHAN-G - BAYAR-G.
           IF SISA-TAGIHAN > 0
               ADD SISA-TAGIHAN TO A-TUNGGAK (SLOT).
           GO TO HITUNG-TAGIHAN-BACA.
       HITUNG-TAGIHAN-TUTUP.
           CLOSE TAGIHAN.
       HITUNG-TAGIHAN-SELESAI.
           EXIT.

       HITUNG-KUITANSI.
           OPEN INPUT KWFILE.
           IF STATUS-KW NOT = "00"
               GO TO HITUNG-KUITANSI-SELESAI.
       HITUNG-KUITANSI-BACA.
           READ KWFILE NEXT RECORD
               AT END GO TO HITUNG-KUITANSI-TUTUP.
           MOVE SEMESTER-KW TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF SLOT = 0
               GO TO HITUNG-KUITANSI-BACA.
           ADD JUMLAH-KW TO A-TERIMA (SLOT).
           GO TO HITUNG-KUITANSI-BACA.
       HITUNG-KUITANSI-TUTUP.
           CLOSE KWFILE.
       HITUNG-KUITANSI-SELESAI.
           EXIT.

       HITUNG-BANK.
           OPEN INPUT BANKPOS.
           IF STATUS-POS NOT = "00"
               GO TO HITUNG-BANK-SELESAI.
       HITUNG-BANK-BACA.
           READ BANKPOS
               AT END GO TO HITUNG-BANK-TUTUP.
           MOVE SEMESTER-PS TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF SLOT = 0
               GO TO HITUNG-BANK-BACA.
           ADD JUMLAH-PS TO A-TERIMA (SLOT).
           GO TO HITUNG-BANK-BACA.
       HITUNG-BANK-TUTUP.
           CLOSE BANKPOS.
       HITUNG-BANK-SELESAI.
           EXIT.

       HITUNG-RESTITUSI.
           OPEN INPUT RESTFILE.
           IF STATUS-REST NOT = "00"
               GO TO HITUNG-RESTITUSI-SELESAI.
       HITUNG-RESTITUSI-BACA.
           READ RESTFILE NEXT RECORD
               AT END GO TO HITUNG-RESTITUSI-TUTUP.
           MOVE SEMESTER-R TO SEM-CEK.
           PERFORM CARI-SLOT THRU CARI-SLOT-SELESAI.
           IF SLOT = 0
               GO TO HITUNG-RESTITUSI-BACA.
           ADD 1 TO A-REST-JML (SLOT).
           ADD JUMLAH-R TO A-REST (SLOT).
           GO TO HITUNG-RESTITUSI-BACA.
       HITUNG-RESTITUSI-TUTUP.
           CLOSE RESTFILE.
       HITUNG-RESTITUSI-SELESAI.
           EXIT.

       CETAK-RINGKASAN.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP2-LINE.
           STRING "RINGKASAN EKSEKUTIF SEMESTER " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               "  PEMBANDING " DELIMITED BY SIZE
               SEMESTER-BANDING DELIMITED BY SIZE
               "  TANGGAL : " DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "================================================"
               "==============================" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE "URAIAN" TO BR-URAIAN.
           MOVE SEMESTER-PILIH TO BR-KINI (10:6).
           MOVE SEMESTER-BANDING TO BR-LALU (10:6).
           MOVE "      PERUBAHAN" TO BR-UBAH.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.
           MOVE "MAHASISWA" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 1 TO JENIS-ANGKA.
           MOVE "  TERDAFTAR AKTIF" TO URAIAN-CETAK.
           MOVE A-AKTIF (1) TO NILAI-1.
           MOVE A-AKTIF (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  MAHASISWA BARU" TO URAIAN-CETAK.
           MOVE A-BARU (1) TO NILAI-1.
           MOVE A-BARU (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  CUTI" TO URAIAN-CETAK.
           MOVE A-CUTI (1) TO NILAI-1.
           MOVE A-CUTI (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  DROP OUT" TO URAIAN-CETAK.
           MOVE A-DO (1) TO NILAI-1.
           MOVE A-DO (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  LULUS" TO URAIAN-CETAK.
           MOVE A-LULUS (1) TO NILAI-1.
           MOVE A-LULUS (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  PERCOBAAN AKADEMIK" TO URAIAN-CETAK.
           MOVE A-COBA (1) TO NILAI-1.
           MOVE A-COBA (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "PERKULIAHAN" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE "  PESERTA KRS" TO URAIAN-CETAK.
           MOVE A-KRS-MHS (1) TO NILAI-1.
           MOVE A-KRS-MHS (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE 2 TO JENIS-ANGKA.
           MOVE "  PARTISIPASI KRS (%)" TO URAIAN-CETAK.
           MOVE 0 TO NILAI-1.
           MOVE 0 TO NILAI-2.
           IF A-AKTIF (1) > 0
               COMPUTE NILAI-1 ROUNDED =
                   A-KRS-MHS (1) * 100 / A-AKTIF (1).
           IF A-AKTIF (2) > 0
               COMPUTE NILAI-2 ROUNDED =
                   A-KRS-MHS (2) * 100 / A-AKTIF (2).
           PERFORM TULIS-ANGKA.
           MOVE "  RATA-RATA SKS DIAMBIL" TO URAIAN-CETAK.
           MOVE 0 TO NILAI-1.
           MOVE 0 TO NILAI-2.
           IF A-KRS-MHS (1) > 0
               COMPUTE NILAI-1 ROUNDED =
                   A-KRS-SKS (1) / A-KRS-MHS (1).
           IF A-KRS-MHS (2) > 0
               COMPUTE NILAI-2 ROUNDED =
                   A-KRS-SKS (2) / A-KRS-MHS (2).
           PERFORM TULIS-ANGKA.
           MOVE "  NILAI BELUM TERISI (%)" TO URAIAN-CETAK.
           MOVE 0 TO NILAI-1.
           MOVE 0 TO NILAI-2.
           IF A-KRS-BARIS (1) > 0
               COMPUTE NILAI-1 ROUNDED =
                   A-KOSONG (1) * 100 / A-KRS-BARIS (1).
           IF A-KRS-BARIS (2) > 0
               COMPUTE NILAI-2 ROUNDED =
                   A-KOSONG (2) * 100 / A-KRS-BARIS (2).
           PERFORM TULIS-ANGKA.
           MOVE "  KEHADIRAN RATA-RATA (%)" TO URAIAN-CETAK.
           MOVE 0 TO NILAI-1.
           MOVE 0 TO NILAI-2.
           IF A-ABSEN (1) > 0
               COMPUTE NILAI-1 ROUNDED =
                   A-HADIR (1) * 100 / A-ABSEN (1).
           IF A-ABSEN (2) > 0
               COMPUTE NILAI-2 ROUNDED =
                   A-HADIR (2) * 100 / A-ABSEN (2).
           PERFORM TULIS-ANGKA.
           MOVE "KEUANGAN (RP)" TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 1 TO JENIS-ANGKA.
           MOVE "  TAGIHAN BRUTO" TO URAIAN-CETAK.
           MOVE A-BRUTO (1) TO NILAI-1.
           MOVE A-BRUTO (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  POTONGAN / BEASISWA" TO URAIAN-CETAK.
           MOVE A-POTONG (1) TO NILAI-1.
           MOVE A-POTONG (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  PEMBAYARAN DITERIMA" TO URAIAN-CETAK.
           MOVE A-TERIMA (1) TO NILAI-1.
           MOVE A-TERIMA (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  TUNGGAKAN" TO URAIAN-CETAK.
           MOVE A-TUNGGAK (1) TO NILAI-1.
           MOVE A-TUNGGAK (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  RESTITUSI DIBAYAR" TO URAIAN-CETAK.
           MOVE A-REST (1) TO NILAI-1.
           MOVE A-REST (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE "  JUMLAH VOUCHER RESTITUSI" TO URAIAN-CETAK.
           MOVE A-REST-JML (1) TO NILAI-1.
           MOVE A-REST-JML (2) TO NILAI-2.
           PERFORM TULIS-ANGKA.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE SPACES TO LAP2-LINE.
           STRING "KELAS  IPS " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               "  IPS " DELIMITED BY SIZE
               SEMESTER-BANDING DELIMITED BY SIZE
               "  UBAH    IPK " DELIMITED BY SIZE
               SEMESTER-PILIH DELIMITED BY SIZE
               "  IPK " DELIMITED BY SIZE
               SEMESTER-BANDING DELIMITED BY SIZE
               "  UBAH" DELIMITED BY SIZE
               INTO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 0 TO I.
       CETAK-RINGKASAN-KELAS.
           ADD 1 TO I.
           IF I > ISI-KELAS
               GO TO CETAK-RINGKASAN-CATATAN.
           MOVE SPACES TO LAP2-LINE.
           MOVE TK-KELAS (I) TO LAP2-LINE (1:5).
           MOVE 0 TO RATA-1.
           MOVE 0 TO RATA-2.
           IF TK-IPS-MHS (I, 1) > 0
               COMPUTE RATA-1 ROUNDED =
                   TK-IPS (I, 1) / TK-IPS-MHS (I, 1).
           IF TK-IPS-MHS (I, 2) > 0
               COMPUTE RATA-2 ROUNDED =
                   TK-IPS (I, 2) / TK-IPS-MHS (I, 2).
           COMPUTE RATA-UBAH = RATA-1 - RATA-2.
           MOVE RATA-1 TO IPK-ED.
           MOVE IPK-ED TO LAP2-LINE (12:4).
           MOVE RATA-2 TO IPK-ED.
           MOVE IPK-ED TO LAP2-LINE (23:4).
           MOVE RATA-UBAH TO UBAH-IPK-ED.
           MOVE UBAH-IPK-ED TO LAP2-LINE (29:5).
           MOVE 0 TO RATA-1.
           MOVE 0 TO RATA-2.
           IF TK-MHS (I, 1) > 0
               COMPUTE RATA-1 ROUNDED =
                   TK-IPK (I, 1) / TK-MHS (I, 1).
           IF TK-MHS (I, 2) > 0
               COMPUTE RATA-2 ROUNDED =
                   TK-IPK (I, 2) / TK-MHS (I, 2).
           COMPUTE RATA-UBAH = RATA-1 - RATA-2.
           MOVE RATA-1 TO IPK-ED.
           MOVE IPK-ED TO LAP2-LINE (42:4).
           MOVE RATA-2 TO IPK-ED.
           MOVE IPK-ED TO LAP2-LINE (53:4).
           MOVE RATA-UBAH TO UBAH-IPK-ED.
           MOVE UBAH-IPK-ED TO LAP2-LINE (59:5).
           WRITE LAP2-LINE.
           GO TO CETAK-RINGKASAN-KELAS.
       CETAK-RINGKASAN-CATATAN.
           MOVE SPACES TO LAP2-LINE.
           WRITE LAP2-LINE.
           MOVE 1 TO K.
           PERFORM TULIS-JENDELA.
           MOVE 2 TO K.
           PERFORM TULIS-JENDELA.
           CLOSE LAPCETAK.
           MOVE 'RINGSEM.LIS' TO ARSIP-NAMA.
           MOVE SEMESTER-PILIH TO ARSIP-SEMESTER.
           CALL "SIMPLAP" USING ARSIP-LAP.
       CETAK-RINGKASAN-SELESAI.
           EXIT.

       TULIS-JENDELA.
           MOVE SPACES TO LAP2-LINE.
           IF SB-KALENDER (K) = 'Y'
               STRING "CUTI/DO/LULUS/PERCOBAAN " DELIMITED BY SIZE
                   SB-SEMESTER (K) DELIMITED BY SIZE
                   " : SESUDAH " DELIMITED BY SIZE
                   SB-AWAL (K) DELIMITED BY SIZE
                   " S/D " DELIMITED BY SIZE
                   SB-AKHIR (K) DELIMITED BY SIZE
                   INTO LAP2-LINE
           ELSE
               STRING "CUTI/DO/LULUS/PERCOBAAN " DELIMITED BY SIZE
                   SB-SEMESTER (K) DELIMITED BY SIZE
                   " : TIDAK ADA DI KALENDER SEMCTL"
                   DELIMITED BY SIZE
                   INTO LAP2-LINE.
           WRITE LAP2-LINE.

       TULIS-ANGKA.
           MOVE SPACES TO BARIS-RINGKAS.
           MOVE URAIAN-CETAK TO BR-URAIAN.
           COMPUTE NILAI-UBAH = NILAI-1 - NILAI-2.
           IF JENIS-ANGKA = 1
               MOVE NILAI-1 TO ANGKA-ED
               MOVE ANGKA-ED TO BR-KINI
               MOVE NILAI-2 TO ANGKA-ED
               MOVE ANGKA-ED TO BR-LALU
               MOVE NILAI-UBAH TO UBAH-ED
               MOVE UBAH-ED TO BR-UBAH
           ELSE
               MOVE NILAI-1 TO DESIMAL-ED
               MOVE DESIMAL-ED TO BR-KINI
               MOVE NILAI-2 TO DESIMAL-ED
               MOVE DESIMAL-ED TO BR-LALU
               MOVE NILAI-UBAH TO UBAH-DES-ED
               MOVE UBAH-DES-ED TO BR-UBAH.
           WRITE LAP2-LINE FROM BARIS-RINGKAS.

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

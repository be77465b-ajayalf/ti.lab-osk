       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURNAL.
       AUTHOR. ajayalf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AKUNGL ASSIGN TO AKUN-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JENIS-AK
           FILE STATUS IS STATUS-AKUN.
           SELECT GLPERIODE ASSIGN TO PERIODE-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIODE-GP
           FILE STATUS IS STATUS-PERIODE.
           SELECT RINCIF ASSIGN TO RINCI-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RINCI-KUNCI
           FILE STATUS IS STATUS-RINCI.
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
           SELECT GLKERJA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-KERJA.
           SELECT GLJURNAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-JURNAL.
           SELECT LAPCETAK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-LAPCETAK.
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
       FD AKUNGL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECAKUN.
       01 RECAKUN.
           02 JENIS-AK pic X(4).
           02 DEBET-AK pic X(10).
           02 KREDIT-AK pic X(10).
           02 NAMA-AK pic X(30).
       FD GLPERIODE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECPERIODE.
       01 RECPERIODE.
           02 PERIODE-GP pic X(6).
           02 TANGGAL-GP pic X(8).
           02 OPERATOR-GP pic X(10).
           02 BARIS-GP pic 9(6).
           02 DEBET-GP pic 9(13).
           02 KREDIT-GP pic 9(13).
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
           02 TANGGAL-RC.
               03 PERIODE-RC pic X(6).
               03 FILLER pic X(2).
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
           02 TANGGAL-PS.
               03 PERIODE-PS pic X(6).
               03 FILLER pic X(2).
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
       FD GLKERJA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GLKERJA.TMP'
           DATA RECORD IS KERJA-LINE.
       01 KERJA-LINE.
           02 PERIODE-JK pic X(6).
           02 TANGGAL-JK pic X(8).
           02 JENIS-JK pic X(4).
           02 REF-JK pic X(30).
           02 AKUN-JK pic X(10).
           02 DK-JK pic X.
           02 JUMLAH-JK pic 9(11).
       FD GLJURNAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GLJURNAL.TXT'
           DATA RECORD IS JURNAL-LINE.
       01 JURNAL-LINE pic X(70).
       FD LAPCETAK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'NERACA.LIS'
           DATA RECORD IS LAP-LINE.
       01 LAP-LINE pic X(80).
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
       77 STATUS-AKUN pic XX.
       77 STATUS-PERIODE pic XX.
       77 STATUS-RINCI pic XX.
       77 STATUS-KW pic XX.
       77 STATUS-POS pic XX.
       77 STATUS-REST pic XX.
       77 STATUS-KERJA pic XX.
       77 STATUS-JURNAL pic XX.
       77 STATUS-LAPCETAK pic XX.
       77 STATUS-OPR pic XX.
       77 STATUS-AUDIT pic XX.
       77 AKUN-FILENAME pic X(30) VALUE 'AKUNGL.TXT'.
       77 PERIODE-FILENAME pic X(30) VALUE 'GLPERIODE.TXT'.
       77 RINCI-FILENAME pic X(30) VALUE 'RINCIAN.TXT'.
       77 KW-FILENAME pic X(30) VALUE 'KUITANSI.TXT'.
       77 REST-FILENAME pic X(30) VALUE 'RESTITU.TXT'.
       77 OPR-FILENAME pic X(30) VALUE 'OPERATOR.TXT'.
       01 ISI-LAGI pic X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 JENIS-PILIH pic X(4).
           88 JENIS-SAH VALUE 'TGH ', 'BEA ', 'DND ', 'KWT ',
               'BANK', 'RST '.
       77 TERIMA pic X.
       77 OPERATOR-ID pic X(10).
       77 PERIODE-PILIH pic X(6).
       01 TGL-JALAN.
           02 PERIODE-JALAN pic X(6).
           02 FILLER pic X(2).
       77 TANGGAL-PILIH pic X(8).
       77 REF-PILIH pic X(30).
       77 JUMLAH-POST pic S9(11).
       77 AKUN-CARI pic X(10).
       77 J pic 99.
       77 JUMLAH-AKUN pic 99.
       01 TABEL-AKUN.
           02 BARIS-AKUN OCCURS 30 TIMES.
               03 KODE-TA pic X(10).
               03 DEBET-TA pic 9(13).
               03 KREDIT-TA pic 9(13).
       01 TABEL-SUMBER.
           02 BARIS-SUMBER OCCURS 6 TIMES.
               03 JENIS-TS pic X(4).
               03 BANYAK-TS pic 9(6).
               03 JUMLAH-TS pic S9(13).
       77 S pic 9.
       77 TOTAL-DEBET pic 9(13).
       77 TOTAL-KREDIT pic 9(13).
       77 TOTAL-BARIS pic 9(6).
       77 TOTAL-TANPA-AKUN pic 9(6).
       77 TOTAL-LEBIH-AKUN pic 9(6).
       77 UANG-ED pic Z(12)9.
       77 UANG-ED2 pic Z(12)9.
       77 BANYAK-ED pic Z(5)9.
       77 UANG-ED3 pic -(12)9.
       77 SEIMBANG-YA pic X.
           88 SEIMBANG VALUE 'Y'.
       77 SUPER-ID pic X(10).
       77 SUPER-SANDI pic X(10).
       77 SUPER-LEVEL pic 9.
       77 AUDIT-TANGGAL pic X(8).
       77 AUDIT-JAM pic X(8).
       77 AUDIT-AKSI pic X(10).
       01 ARSIP-LAP.
           02 ARSIP-PROGRAM pic X(10) VALUE 'JURNAL'.
           02 ARSIP-NAMA pic X(20).
           02 ARSIP-OPERATOR pic X(10) VALUE SPACES.
           02 ARSIP-SEMESTER pic X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL-PROGRAM.
           DISPLAY "=====EKSPOR JURNAL BUKU BESAR=====".
           DISPLAY "ID OPERATOR : " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
       PILIH-MENU.
           DISPLAY " ".
           DISPLAY "1. ISI PEMETAAN AKUN".
           DISPLAY "2. DAFTAR PEMETAAN AKUN".
           DISPLAY "3. TUTUP PERIODE DAN EKSPOR JURNAL".
           DISPLAY "4. DAFTAR PERIODE DITUTUP".
           DISPLAY "5. KELUAR".
           DISPLAY "MASUKKAN PILIHAN ANDA : " WITH NO ADVANCING.
           ACCEPT TERIMA.

           IF TERIMA = 1 GO TO BUKA-FILE.
           IF TERIMA = 2 GO TO BUKA-FILE2.
           IF TERIMA = 3 GO TO BUKA-FILE3.
           IF TERIMA = 4 GO TO BUKA-FILE4.
           IF TERIMA = 5 GO TO SELESAI2.
           GO TO PILIH-MENU.

       BUKA-FILE.
           OPEN I-O AKUNGL.
           IF STATUS-AKUN = "35"
               OPEN OUTPUT AKUNGL
               CLOSE AKUNGL
               OPEN I-O AKUNGL.
           IF STATUS-AKUN NOT = "00"
               DISPLAY "FILE AKUN GAGAL DIBUKA, STATUS = " STATUS-AKUN
               GO TO PILIH-MENU.
       AKUN-ISI.
           DISPLAY "JENIS TRANSAKSI :".
           DISPLAY "  TGH  = TAGIHAN (PIUTANG / PENDAPATAN KULIAH)".
           DISPLAY "  BEA  = POTONGAN BEASISWA (BEBAN BEASISWA / "
               "PIUTANG)".
           DISPLAY "  DND  = DENDA (PIUTANG / PENDAPATAN DENDA)".
           DISPLAY "  KWT  = KUITANSI KASIR (KAS / PIUTANG)".
           DISPLAY "  BANK = PEMBAYARAN BANK (BANK / PIUTANG)".
           DISPLAY "  RST  = RESTITUSI (PENDAPATAN KULIAH / "
               "UTANG RESTITUSI)".
           DISPLAY "JENIS        : " WITH NO ADVANCING.
           ACCEPT JENIS-PILIH.
           IF NOT JENIS-SAH
               DISPLAY "JENIS TIDAK DIKENAL, ULANGI."
               GO TO AKUN-ISI.
           MOVE JENIS-PILIH TO JENIS-AK.
           DISPLAY "AKUN DEBET   : " WITH NO ADVANCING.
           ACCEPT DEBET-AK.
           DISPLAY "AKUN KREDIT  : " WITH NO ADVANCING.
           ACCEPT KREDIT-AK.
           DISPLAY "KETERANGAN   : " WITH NO ADVANCING.
           ACCEPT NAMA-AK.
           IF DEBET-AK = SPACES OR KREDIT-AK = SPACES
               DISPLAY "AKUN DEBET DAN KREDIT HARUS DIISI, ULANGI."
               GO TO AKUN-ISI.
           WRITE RECAKUN
               INVALID KEY
                   REWRITE RECAKUN
                       INVALID KEY DISPLAY "GAGAL MENYIMPAN AKUN.".
           DISPLAY "ADA PEMETAAN LAGI? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO AKUN-ISI.
           CLOSE AKUNGL.
           GO TO PILIH-MENU.

       BUKA-FILE2.
           OPEN INPUT AKUNGL.
           IF STATUS-AKUN NOT = "00"
               DISPLAY "PEMETAAN AKUN BELUM DIISI."
               GO TO PILIH-MENU.
           DISPLAY "==================================================".
           DISPLAY "JENIS DEBET      KREDIT     KETERANGAN".
           DISPLAY "==================================================".
       DAFTAR-BACA.
           READ AKUNGL NEXT RECORD
               AT END GO TO DAFTAR-SELESAI.
           DISPLAY JENIS-AK "  " DEBET-AK " " KREDIT-AK " " NAMA-AK.
           GO TO DAFTAR-BACA.
       DAFTAR-SELESAI.
           CLOSE AKUNGL.
           GO TO PILIH-MENU.

       BUKA-FILE3.
           DISPLAY "PERIODE (YYYYMM) : " WITH NO ADVANCING.
           ACCEPT PERIODE-PILIH.
           IF PERIODE-PILIH IS NOT NUMERIC
               DISPLAY "PERIODE HARUS YYYYMM, BATAL."
               GO TO PILIH-MENU.
           ACCEPT TGL-JALAN FROM DATE YYYYMMDD.
           IF PERIODE-PILIH NOT < PERIODE-JALAN
               DISPLAY "PERIODE " PERIODE-PILIH " BELUM BERAKHIR, "
                   "TIDAK DAPAT DITUTUP."
               GO TO PILIH-MENU.
           OPEN I-O GLPERIODE.
           IF STATUS-PERIODE = "35"
               OPEN OUTPUT GLPERIODE
               CLOSE GLPERIODE
               OPEN I-O GLPERIODE.
           IF STATUS-PERIODE NOT = "00"
               DISPLAY "FILE PERIODE GAGAL DIBUKA, STATUS = "
                   STATUS-PERIODE
               GO TO PILIH-MENU.
           MOVE PERIODE-PILIH TO PERIODE-GP.
           READ GLPERIODE
               INVALID KEY GO TO TUTUP-MULAI.
           DISPLAY "PERIODE " PERIODE-PILIH " SUDAH DITUTUP TANGGAL "
               TANGGAL-GP " OLEH " OPERATOR-GP ".".
           DISPLAY "JURNAL TIDAK DIEKSPOR ULANG.".
           CLOSE GLPERIODE.
           GO TO PILIH-MENU.
       TUTUP-MULAI.
           OPEN INPUT AKUNGL.
           IF STATUS-AKUN NOT = "00"
               DISPLAY "PEMETAAN AKUN BELUM DIISI."
               CLOSE GLPERIODE
               GO TO PILIH-MENU.
           OPEN OUTPUT GLKERJA.
           MOVE 0 TO JUMLAH-AKUN.
           MOVE 0 TO TOTAL-DEBET.
           MOVE 0 TO TOTAL-KREDIT.
           MOVE 0 TO TOTAL-BARIS.
           MOVE 0 TO TOTAL-TANPA-AKUN.
           MOVE 0 TO TOTAL-LEBIH-AKUN.
           MOVE 'TGH ' TO JENIS-TS (1).
           MOVE 'BEA ' TO JENIS-TS (2).
           MOVE 'DND ' TO JENIS-TS (3).
           MOVE 'KWT ' TO JENIS-TS (4).
           MOVE 'BANK' TO JENIS-TS (5).
           MOVE 'RST ' TO JENIS-TS (6).
           MOVE 0 TO S.
       TUTUP-NOL.
           ADD 1 TO S.
           IF S > 6
               GO TO TUTUP-SUMBER.
           MOVE 0 TO BANYAK-TS (S).
           MOVE 0 TO JUMLAH-TS (S).
           GO TO TUTUP-NOL.
       TUTUP-SUMBER.
           PERFORM JURNAL-RINCIAN THRU JURNAL-RINCIAN-SELESAI.
           PERFORM JURNAL-KUITANSI THRU JURNAL-KUITANSI-SELESAI.
           PERFORM JURNAL-BANK THRU JURNAL-BANK-SELESAI.
           PERFORM JURNAL-RESTITUSI THRU JURNAL-RESTITUSI-SELESAI.
           CLOSE GLKERJA.
           CLOSE AKUNGL.
           MOVE 'Y' TO SEIMBANG-YA.
           IF TOTAL-DEBET NOT = TOTAL-KREDIT
               OR TOTAL-TANPA-AKUN > 0
               OR TOTAL-LEBIH-AKUN > 0
                   MOVE 'T' TO SEIMBANG-YA.
           PERFORM CETAK-NERACA THRU CETAK-NERACA-SELESAI.
           IF NOT SEIMBANG
               DISPLAY "DEBET DAN KREDIT TIDAK SEIMBANG, PERIODE "
                   PERIODE-PILIH " TIDAK DITUTUP."
               DISPLAY "PERIKSA NERACA.LIS."
               CLOSE GLPERIODE
               GO TO PILIH-MENU.
           DISPLAY "NERACA SEIMBANG. TUTUP PERIODE " PERIODE-PILIH
               "? (Y/T) : " WITH NO ADVANCING.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
               DISPLAY "PERIODE TIDAK DITUTUP."
               CLOSE GLPERIODE
               GO TO PILIH-MENU.
           PERFORM CEK-SUPER THRU CEK-SUPER-SELESAI.
           IF SUPER-LEVEL < 3
               DISPLAY "BUKAN SUPERVISOR, PERIODE TIDAK DITUTUP."
               CLOSE GLPERIODE
               GO TO PILIH-MENU.
           PERFORM SALIN-JURNAL THRU SALIN-JURNAL-SELESAI.
           MOVE PERIODE-PILIH TO PERIODE-GP.
           MOVE TGL-JALAN TO TANGGAL-GP.
           MOVE OPERATOR-ID TO OPERATOR-GP.
           MOVE TOTAL-BARIS TO BARIS-GP.
           MOVE TOTAL-DEBET TO DEBET-GP.
           MOVE TOTAL-KREDIT TO KREDIT-GP.
           WRITE RECPERIODE
               INVALID KEY
                   DISPLAY "GAGAL MENCATAT PERIODE " PERIODE-PILIH.
           CLOSE GLPERIODE.
           MOVE "TUTUPGL" TO AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY "PERIODE " PERIODE-PILIH " DITUTUP, " TOTAL-BARIS
               " BARIS JURNAL DITAMBAHKAN KE GLJURNAL.TXT.".
           GO TO PILIH-MENU.

       JURNAL-RINCIAN.
           OPEN INPUT RINCIF.
           IF STATUS-RINCI NOT = "00"
               GO TO JURNAL-RINCIAN-SELESAI.
       JURNAL-RINCIAN-BACA.
           READ RINCIF NEXT RECORD
               AT END GO TO JURNAL-RINCIAN-TUTUP.
           IF PERIODE-RC NOT = PERIODE-PILIH
               GO TO JURNAL-RINCIAN-BACA.
           MOVE TANGGAL-RC TO TANGGAL-PILIH.
           MOVE SPACES TO REF-PILIH.
           STRING NPM-RC DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               SEMESTER-RC DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               URUT-RC DELIMITED BY SIZE
               INTO REF-PILIH.
           MOVE JUMLAH-RC TO JUMLAH-POST.
           MOVE 'TGH ' TO JENIS-PILIH.
           MOVE 1 TO S.
           IF JENIS-RC = 'B'
               MOVE 'BEA ' TO JENIS-PILIH
               MOVE 2 TO S
               COMPUTE JUMLAH-POST = 0 - JUMLAH-RC.
           IF JENIS-RC = 'D'
               MOVE 'DND ' TO JENIS-PILIH
               MOVE 3 TO S.
           PERFORM POSTING THRU POSTING-SELESAI.
           GO TO JURNAL-RINCIAN-BACA.
       JURNAL-RINCIAN-TUTUP.
           CLOSE RINCIF.
       JURNAL-RINCIAN-SELESAI.
           EXIT.

       JURNAL-KUITANSI.
           OPEN INPUT KWFILE.
           IF STATUS-KW NOT = "00"
               GO TO JURNAL-KUITANSI-SELESAI.
       JURNAL-KUITANSI-BACA.
           READ KWFILE NEXT RECORD
               AT END GO TO JURNAL-KUITANSI-TUTUP.
           IF PERIODE-KW NOT = PERIODE-PILIH
               GO TO JURNAL-KUITANSI-BACA.
           MOVE TANGGAL-KW TO TANGGAL-PILIH.
           MOVE SPACES TO REF-PILIH.
           STRING "KW" DELIMITED BY SIZE
               NOMOR-KW DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               NPM-KW DELIMITED BY SPACE
               INTO REF-PILIH.
           MOVE JUMLAH-KW TO JUMLAH-POST.
           MOVE 'KWT ' TO JENIS-PILIH.
           MOVE 4 TO S.
           PERFORM POSTING THRU POSTING-SELESAI.
           GO TO JURNAL-KUITANSI-BACA.
       JURNAL-KUITANSI-TUTUP.
           CLOSE KWFILE.
       JURNAL-KUITANSI-SELESAI.
           EXIT.

       JURNAL-BANK.
           OPEN INPUT BANKPOS.
           IF STATUS-POS NOT = "00"
               GO TO JURNAL-BANK-SELESAI.
       JURNAL-BANK-BACA.
           READ BANKPOS
               AT END GO TO JURNAL-BANK-TUTUP.
           IF PERIODE-PS NOT = PERIODE-PILIH
               GO TO JURNAL-BANK-BACA.
           MOVE TANGGAL-PS TO TANGGAL-PILIH.
           MOVE SPACES TO REF-PILIH.
           STRING "BANK" DELIMITED BY SIZE
               TANGGAL-B-PS DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               NPM-PS DELIMITED BY SPACE
               INTO REF-PILIH.
           MOVE JUMLAH-PS TO JUMLAH-POST.
           MOVE 'BANK' TO JENIS-PILIH.
           MOVE 5 TO S.
           PERFORM POSTING THRU POSTING-SELESAI.
           GO TO JURNAL-BANK-BACA.
       JURNAL-BANK-TUTUP.
           CLOSE BANKPOS.
       JURNAL-BANK-SELESAI.
           EXIT.

       JURNAL-RESTITUSI.
           OPEN INPUT RESTFILE.
           IF STATUS-REST NOT = "00"
               GO TO JURNAL-RESTITUSI-SELESAI.
       JURNAL-RESTITUSI-BACA.
           READ RESTFILE NEXT RECORD
               AT END GO TO JURNAL-RESTITUSI-TUTUP.
           IF PERIODE-R NOT = PERIODE-PILIH
               GO TO JURNAL-RESTITUSI-BACA.
           MOVE TANGGAL-R TO TANGGAL-PILIH.
           MOVE SPACES TO REF-PILIH.
           STRING "RS" DELIMITED BY SIZE
               NOMOR-R DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               NPM-R DELIMITED BY SPACE
               INTO REF-PILIH.
           MOVE JUMLAH-R TO JUMLAH-POST.
           MOVE 'RST ' TO JENIS-PILIH.
           MOVE 6 TO S.
           PERFORM POSTING THRU POSTING-SELESAI.
           GO TO JURNAL-RESTITUSI-BACA.
       JURNAL-RESTITUSI-TUTUP.
           CLOSE RESTFILE.
       JURNAL-RESTITUSI-SELESAI.
           EXIT.

       POSTING.
           IF JUMLAH-POST = 0
               GO TO POSTING-SELESAI.
           ADD 1 TO BANYAK-TS (S).
           MOVE JENIS-PILIH TO JENIS-AK.
           READ AKUNGL
               INVALID KEY
                   ADD 1 TO TOTAL-TANPA-AKUN
                   GO TO POSTING-SELESAI.
           MOVE PERIODE-PILIH TO PERIODE-JK.
           MOVE TANGGAL-PILIH TO TANGGAL-JK.
           MOVE JENIS-PILIH TO JENIS-JK.
           MOVE REF-PILIH TO REF-JK.
           IF JUMLAH-POST < 0
               COMPUTE JUMLAH-JK = 0 - JUMLAH-POST
               SUBTRACT JUMLAH-JK FROM JUMLAH-TS (S)
           ELSE
               MOVE JUMLAH-POST TO JUMLAH-JK
               ADD JUMLAH-JK TO JUMLAH-TS (S).
           MOVE DEBET-AK TO AKUN-JK.
           IF JUMLAH-POST < 0
               MOVE KREDIT-AK TO AKUN-JK.
           MOVE 'D' TO DK-JK.
           WRITE KERJA-LINE.
           MOVE AKUN-JK TO AKUN-CARI.
           PERFORM CARI-AKUN THRU CARI-AKUN-SELESAI.
           IF J > 0
               ADD JUMLAH-JK TO DEBET-TA (J).
           ADD JUMLAH-JK TO TOTAL-DEBET.
           MOVE KREDIT-AK TO AKUN-JK.
           IF JUMLAH-POST < 0
               MOVE DEBET-AK TO AKUN-JK.
           MOVE 'K' TO DK-JK.
           WRITE KERJA-LINE.
           MOVE AKUN-JK TO AKUN-CARI.
           PERFORM CARI-AKUN THRU CARI-AKUN-SELESAI.
           IF J > 0
               ADD JUMLAH-JK TO KREDIT-TA (J).
           ADD JUMLAH-JK TO TOTAL-KREDIT.
           ADD 2 TO TOTAL-BARIS.
       POSTING-SELESAI.
           EXIT.

       CARI-AKUN.
           MOVE 0 TO J.
       CARI-AKUN-ULANG.
           ADD 1 TO J.
           IF J > JUMLAH-AKUN
               GO TO CARI-AKUN-BARU.
           IF KODE-TA (J) = AKUN-CARI
               GO TO CARI-AKUN-SELESAI.
           GO TO CARI-AKUN-ULANG.
       CARI-AKUN-BARU.
           IF JUMLAH-AKUN = 30
               ADD 1 TO TOTAL-LEBIH-AKUN
               MOVE 0 TO J
               GO TO CARI-AKUN-SELESAI.
           ADD 1 TO JUMLAH-AKUN.
           MOVE JUMLAH-AKUN TO J.
           MOVE AKUN-CARI TO KODE-TA (J).
           MOVE 0 TO DEBET-TA (J).
           MOVE 0 TO KREDIT-TA (J).
       CARI-AKUN-SELESAI.
           EXIT.

       SALIN-JURNAL.
           OPEN INPUT GLKERJA.
           IF STATUS-KERJA NOT = "00"
               GO TO SALIN-JURNAL-SELESAI.
           OPEN EXTEND GLJURNAL.
           IF STATUS-JURNAL = "35"
               OPEN OUTPUT GLJURNAL.
       SALIN-JURNAL-BACA.
           READ GLKERJA
               AT END GO TO SALIN-JURNAL-TUTUP.
           MOVE KERJA-LINE TO JURNAL-LINE.
           WRITE JURNAL-LINE.
           GO TO SALIN-JURNAL-BACA.
       SALIN-JURNAL-TUTUP.
           CLOSE GLKERJA.
           CLOSE GLJURNAL.
       SALIN-JURNAL-SELESAI.
           EXIT.

       CETAK-NERACA.
           OPEN OUTPUT LAPCETAK.
           MOVE SPACES TO LAP-LINE.
           STRING "NERACA SALDO JURNAL PERIODE " DELIMITED BY SIZE
               PERIODE-PILIH DELIMITED BY SIZE
               "  TANGGAL : " DELIMITED BY SIZE
               TGL-JALAN DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           MOVE SPACES TO LAP-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           MOVE SPACES TO LAP-LINE.
           STRING "SUMBER  TRANSAKSI          JUMLAH BERSIH"
               DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           MOVE 0 TO S.
       CETAK-NERACA-SUMBER.
           ADD 1 TO S.
           IF S > 6
               GO TO CETAK-NERACA-AKUN.
           MOVE BANYAK-TS (S) TO BANYAK-ED.
           MOVE JUMLAH-TS (S) TO UANG-ED3.
           MOVE SPACES TO LAP-LINE.
           STRING JENIS-TS (S) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               BANYAK-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               UANG-ED3 DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           GO TO CETAK-NERACA-SUMBER.
       CETAK-NERACA-AKUN.
           MOVE SPACES TO LAP-LINE.
           WRITE LAP-LINE.
           MOVE SPACES TO LAP-LINE.
           STRING "AKUN                  DEBET          KREDIT"
               DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           MOVE 0 TO J.
       CETAK-NERACA-BARIS.
           ADD 1 TO J.
           IF J > JUMLAH-AKUN
               GO TO CETAK-NERACA-TOTAL.
           MOVE DEBET-TA (J) TO UANG-ED.
           MOVE KREDIT-TA (J) TO UANG-ED2.
           MOVE SPACES TO LAP-LINE.
           STRING KODE-TA (J) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               UANG-ED2 DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           GO TO CETAK-NERACA-BARIS.
       CETAK-NERACA-TOTAL.
           MOVE SPACES TO LAP-LINE.
           STRING "================================================"
               DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           MOVE TOTAL-DEBET TO UANG-ED.
           MOVE TOTAL-KREDIT TO UANG-ED2.
           MOVE SPACES TO LAP-LINE.
           STRING "TOTAL       " DELIMITED BY SIZE
               UANG-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               UANG-ED2 DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
           IF TOTAL-TANPA-AKUN = 0
               GO TO CETAK-NERACA-LEBIH.
           MOVE TOTAL-TANPA-AKUN TO BANYAK-ED.
           MOVE SPACES TO LAP-LINE.
           STRING "TRANSAKSI TANPA PEMETAAN AKUN : " DELIMITED BY SIZE
               BANYAK-ED DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
       CETAK-NERACA-LEBIH.
           IF TOTAL-LEBIH-AKUN = 0
               GO TO CETAK-NERACA-STATUS.
           MOVE TOTAL-LEBIH-AKUN TO BANYAK-ED.
           MOVE SPACES TO LAP-LINE.
           STRING "AKUN MELEBIHI TABEL (30)      : " DELIMITED BY SIZE
               BANYAK-ED DELIMITED BY SIZE
               INTO LAP-LINE.
           WRITE LAP-LINE.
       CETAK-NERACA-STATUS.
           MOVE SPACES TO LAP-LINE.
           IF SEIMBANG
               STRING "STATUS : SEIMBANG" DELIMITED BY SIZE
                   INTO LAP-LINE
           ELSE
               STRING "STATUS : TIDAK SEIMBANG, PERIODE TIDAK DITUTUP"
                   DELIMITED BY SIZE
                   INTO LAP-LINE.
           WRITE LAP-LINE.
           CLOSE LAPCETAK.
           MOVE 'NERACA.LIS' TO ARSIP-NAMA.
           MOVE OPERATOR-ID TO ARSIP-OPERATOR.
           CALL "SIMPLAP" USING ARSIP-LAP.
       CETAK-NERACA-SELESAI.
           EXIT.

       BUKA-FILE4.
           OPEN INPUT GLPERIODE.
           IF STATUS-PERIODE NOT = "00"
               DISPLAY "BELUM ADA PERIODE DITUTUP."
               GO TO PILIH-MENU.
           DISPLAY "==================================================".
           DISPLAY "PERIODE TANGGAL  OPERATOR    BARIS  TOTAL DEBET".
           DISPLAY "==================================================".
       PERIODE-BACA.
           READ GLPERIODE NEXT RECORD
               AT END GO TO PERIODE-SELESAI.
           MOVE DEBET-GP TO UANG-ED.
           DISPLAY PERIODE-GP "  " TANGGAL-GP " " OPERATOR-GP " "
               BARIS-GP " " UANG-ED.
           GO TO PERIODE-BACA.
       PERIODE-SELESAI.
           CLOSE GLPERIODE.
           GO TO PILIH-MENU.

       CEK-SUPER.
           MOVE 0 TO SUPER-LEVEL.
           DISPLAY "ID SUPERVISOR    : " WITH NO ADVANCING.
           ACCEPT SUPER-ID.
           DISPLAY "SANDI SUPERVISOR : " WITH NO ADVANCING.
           ACCEPT SUPER-SANDI.
           OPEN INPUT OPRFILE.
           IF STATUS-OPR = "35"
               DISPLAY "FILE OPERATOR TIDAK ADA, AKSES PENUH."
               MOVE 3 TO SUPER-LEVEL
               GO TO CEK-SUPER-SELESAI.
           IF STATUS-OPR NOT = "00"
               DISPLAY "FILE OPERATOR GAGAL DIBUKA, STATUS = "
                   STATUS-OPR
               GO TO CEK-SUPER-SELESAI.
           MOVE SUPER-ID TO OPR-ID.
           READ OPRFILE
               INVALID KEY
                   CLOSE OPRFILE
                   GO TO CEK-SUPER-SELESAI.
           IF OPR-SANDI = SUPER-SANDI
               MOVE OPR-LEVEL TO SUPER-LEVEL.
           CLOSE OPRFILE.
       CEK-SUPER-SELESAI.
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
               SUPER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-AKSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PERIODE-PILIH DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDITLOG.

       SELESAI2.
           STOP RUN.

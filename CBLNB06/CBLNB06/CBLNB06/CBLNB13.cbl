       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLNB13.
       AUTHOR.     NICO BUSATTO.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.      10/15/26.

      *-----------------------------------------------------------------

      **************************************************************
      *SEASON CLOSE.  RUN ONCE, AFTER THE LAST WEEK IS SETTLED AND  *
      *BEFORE THE FIRST FORM OF THE NEW SEASON IS KEYED.  EVERY     *
      *RECORD OF THE SEASON'S FILES IS COPIED TO THE ARCHIVE SET    *
      *CBLPOPAR.DAT UNDER THE SEASON AND THE CLOSE DATE, THEN THE   *
      *CUMULATIVE FILES ARE STARTED OVER, THE CUSTOMER MASTER'S     *
      *SEASON IS ROLLED INTO PRIOR YEAR (THE WEEKLY RUN REFUSES A   *
      *"Y" AND LEAVES THE ROLL TO THIS CLOSE), AND FAMILIES WHO     *
      *HAVE NOT BOUGHT FOR THE NUMBER OF SEASONS ON THE CLOSE       *
      *CONTROL RECORD ARE PURGED.  NOTHING IS TOUCHED WHILE A       *
      *FAMILY OWES OR IS OWED MONEY, A BACKORDER IS STILL OPEN, OR  *
      *A WEEKLY RUN IS HALF FINISHED.  THE ORDER-NUMBER CONTROL     *
      *AND THE REFERENCE FILES CARRY FORWARD, AND THE STOCK ON HAND *
      *BECOMES THE NEW SEASON'S STOCK BASE.                         *
      **************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Close control - the season being closed and how many seasons
      *a family may go without buying before it is purged.
            SELECT CLOSE-CONTROL
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.

      *The close-out report - the open items that stopped a close, or
      *what was archived, reset and purged.
            SELECT CLOSE-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSC.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

      *Archive set - every season's closed files, one record per
      *record archived, tagged with the season, the close date and
      *the file it came from.  Added to at every close, never reset.
            SELECT ARCHIVE-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

            SELECT CHECKPOINT-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.

            SELECT RUN-CONTROL
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCTL-FILE-STATUS.

            SELECT CUST-MASTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CUST-KEY
               FILE STATUS IS CM-FILE-STATUS.

            SELECT PAYMENT-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMT-FILE-STATUS.

            SELECT RUN-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPHX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HX-FILE-STATUS.

            SELECT WEEK-TOTALS
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKT-FILE-STATUS.

            SELECT ORDER-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-FILE-STATUS.

            SELECT SELLER-LEDGER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-FILE-STATUS.

            SELECT TURN-IN-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TI-FILE-STATUS.

            SELECT BACKORDER-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPBO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

            SELECT PO-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.

            SELECT RECEIPT-LOG
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.

            SELECT KEY-XREF
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPKX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KX-FILE-STATUS.

            SELECT INVENTORY-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-FILE-STATUS.

      *Stock base - each flavor's stock at the start of the season,
      *plus every hand count keyed through CBLNB07 since.  The
      *integrity audit CBLNB14 works the season's stock forward from
      *it.
            SELECT STOCK-BASE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SB-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.

      *Close control record - the season is the four-digit year the
      *fundraiser ran; zero purge seasons keeps every family.
       FD  CLOSE-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SC-REC.

       01  SC-REC.
           05  SC-SEASON          PIC 9(4).
           05  SC-PURGE-SEASONS   PIC 99.
           05  FILLER             PIC X(14).

       FD  CLOSE-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 55 WITH FOOTING 35
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *Archive record - the record image as it stood on the season's
      *file, left-justified in AR-DATA.  The sequence is the record's
      *place on that file, so any one file can be put back in order.
       FD  ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 3023 CHARACTERS
           DATA RECORD IS AR-REC.

       01  AR-REC.
           05  AR-SEASON          PIC 9(4).
           05  AR-CLOSE-DATE      PIC 9(8).
           05  AR-FILE            PIC X(8).
           05  AR-SEQ             PIC 9(7).
           05  AR-DATA            PIC X(2996).

      *Only the record count matters here - nonzero means a weekly
      *run stopped partway and has not been restarted.
       FD  CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 746 CHARACTERS
           DATA RECORD IS CKPT-REC.

       01  CKPT-REC.
           05  CKPT-REC-CTR       PIC 9(6).
           05  FILLER             PIC X(740).

       FD  RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS RCTL-REC.

       01  RCTL-REC.
           05  RCTL-RUN-MODE      PIC X.
               88  RCTL-RERUN-REQ VALUE "R".
               88  RCTL-YEAR-END  VALUE "Y".
               88  RCTL-REPRINT-REQ VALUE "P".

      *The files below are laid out as the weekly run and the other
      *programs lay them out - only the fields the close counts or
      *totals are broken out.

       FD  CUST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD IS CMF-REC.

       01  CMF-REC.
           05  CMF-CUST-KEY.
               10  CMF-LNAME      PIC X(15).
               10  CMF-FNAME      PIC X(15).
               10  CMF-ADDRESS    PIC X(15).
           05  CMF-CITY           PIC X(10).
           05  CMF-STATE          PIC XX.
           05  CMF-ZIP.
               10  CMF-ZIP-1      PIC X(5).
               10  CMF-ZIP-2      PIC X(4).
           05  CMF-TEAM           PIC X.
           05  CMF-STD-CASES      PIC S9(6).
           05  CMF-STD-DOLLARS    PIC S9(10)V99.
           05  CMF-PY-CASES       PIC 9(6).
           05  CMF-PY-DOLLARS     PIC 9(10)V99.
           05  CMF-PAID-DOLLARS   PIC S9(10)V99.
           05  CMF-LAST-ORD-DATE  PIC 9(8).

       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS PMT-REC.

       01  PMT-REC.
           05  PMT-REC-TYPE       PIC X.
               88  PMT-IS-PAYMENT  VALUE "P".
               88  PMT-IS-REVERSAL VALUE "R".
               88  PMT-IS-TRAILER  VALUE "T".
           05  FILLER             PIC X(45).
           05  PMT-AMT            PIC 9(7)V99.
           05  FILLER             PIC X(15).

       01  PMT-TRAILER REDEFINES PMT-REC.
           05  FILLER             PIC X.
           05  PMT-TRL-REC-CT     PIC 9(6).
           05  PMT-TRL-AMT        PIC 9(9)V99.
           05  FILLER             PIC X(52).

       FD  RUN-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS HX-REC.

       01  HX-REC.
           05  HX-DATE            PIC 9(8).
           05  HX-TIME            PIC 9(6).
           05  HX-REC-CTR         PIC 9(6).
           05  HX-RUN-CASES       PIC 9(6).
           05  HX-ERR-CTR         PIC 9(4).
           05  HX-DOLLARS         PIC S9(10)V99.
           05  HX-RECON           PIC X(8).
           05  HX-RESTART         PIC XXX.

       FD  WEEK-TOTALS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 2996 CHARACTERS
           DATA RECORD IS WKT-REC.

       01  WKT-REC.
           05  WKT-POP-TOT        PIC S9(6)         OCCURS 10.
           05  WKT-GT-RAISED      PIC S9(10)V99     OCCURS 5.
           05  FILLER             PIC X(2876).

       FD  ORDER-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS OH-REC.

       01  OH-REC.
           05  OH-ORD-NO          PIC 9(8).
           05  OH-REC-TYPE        PIC X.
               88  OH-IS-HEADER   VALUE "H".
           05  FILLER             PIC X(8).
           05  OH-TXN-TYPE        PIC X.
               88  OH-IS-ORDER    VALUE "H".
           05  FILLER             PIC X(74).
           05  OH-CASES           PIC 9(4).
           05  FILLER             PIC X(9).
           05  OH-TOTAL           PIC 9(7)V99.
           05  FILLER             PIC X(6).

       FD  SELLER-LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS SO-REC.

       01  SO-REC.
           05  SO-ORD-DATE        PIC 9(8).
           05  SO-TYPE            PIC X.
               88  SO-IS-ORDER    VALUE "O".
           05  FILLER             PIC X(51).
           05  SO-CASES           PIC 9(4).
           05  SO-PRODUCT         PIC 9(7)V99.
           05  SO-DUE             PIC 9(7)V99.
           05  SO-ORD-NO          PIC 9(8).
           05  SO-BCK-RUN         PIC X.

       FD  TURN-IN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TI-REC.

       01  TI-REC.
           05  TI-SELLER-ID       PIC X(5).
           05  TI-DATE            PIC 9(8).
           05  TI-AMT             PIC 9(5)V99.
           05  TI-TAKEN-BY        PIC X(8).
           05  FILLER             PIC X(12).

       FD  BACKORDER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS BO-REC.

       01  BO-REC.
           05  BO-ORD-DATE        PIC 9(8).
           05  BO-TEAM            PIC X.
           05  BO-LNAME           PIC X(15).
           05  BO-FNAME           PIC X(15).
           05  BO-ADDRESS         PIC X(15).
           05  BO-CITY            PIC X(10).
           05  BO-POP-CODE        PIC 99.
           05  BO-CASES           PIC 9(4).
           05  BO-OPEN-CASES      PIC 9(4).
           05  BO-REL-CASES       PIC 9(4).
           05  BO-SHIP-CASES      PIC 9(4).
           05  BO-CAN-CASES       PIC 9(4).
           05  BO-REL-DATE        PIC 9(8).
           05  BO-ORD-NO          PIC 9(8).

       FD  PO-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS PH-REC.

       01  PH-REC.
           05  PH-CODE            PIC 99.
           05  PH-NAME            PIC X(16).
           05  PH-QTY             PIC 9(6).
           05  PH-DATE            PIC 9(8).

       FD  RECEIPT-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS RV-REC.

       01  RV-REC.
           05  RV-CODE            PIC 99.
           05  RV-QTY             PIC 9(6).
           05  RV-PO-DATE         PIC 9(8).
           05  RV-DATE            PIC 9(8).
           05  RV-USER            PIC X(8).

       FD  KEY-XREF
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS KX-REC.

       01  KX-REC                 PIC X(110).

       FD  INVENTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS IV-REC.

       01  IV-REC.
           05  IV-CODE            PIC 99.
           05  IV-QTY             PIC S9(6).
           05  IV-REORDER-PT      PIC 9(6).
           05  IV-ON-ORDER        PIC 9(6).

      *One flavor's stock base and the date it was last set.
       FD  STOCK-BASE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SB-REC.

       01  SB-REC.
           05  SB-CODE            PIC 99.
           05  SB-QTY             PIC S9(6).
           05  SB-DATE            PIC 9(8).
           05  FILLER             PIC X(4).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  X                  PIC 99.
           05  MORE-RECS          PIC XXX           VALUE "YES".
           05  MORE-CUSTS         PIC XXX           VALUE "YES".
           05  SC-FILE-STATUS     PIC XX            VALUE SPACES.
           05  AR-FILE-STATUS     PIC XX            VALUE SPACES.
           05  CKPT-FILE-STATUS   PIC XX            VALUE SPACES.
           05  RCTL-FILE-STATUS   PIC XX            VALUE SPACES.
           05  CM-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PMT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  HX-FILE-STATUS     PIC XX            VALUE SPACES.
           05  WKT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  OH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  TI-FILE-STATUS     PIC XX            VALUE SPACES.
           05  BO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  RV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  KX-FILE-STATUS     PIC XX            VALUE SPACES.
           05  IV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SB-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SW-CLOSE-REFUSED   PIC XXX           VALUE "NO".
           05  SW-YEAR-END-HELD   PIC XXX           VALUE "NO".
           05  SW-PURGE           PIC XXX           VALUE "NO".
           05  C-PCTR             PIC 9(4)          VALUE ZERO.
           05  C-REFUSE-CTR       PIC 9(5)          VALUE ZERO.
           05  C-OPEN-BAL         PIC S9(10)V99     VALUE ZERO.
           05  C-OPEN-BO-CASES    PIC 9(6)          VALUE ZERO.

      *One file's archive figures, and the whole set's.
           05  C-FL-NAME          PIC X(12)         VALUE SPACES.
           05  C-FL-DESC          PIC X(24)         VALUE SPACES.
           05  C-FL-STAT          PIC XX            VALUE SPACES.
           05  C-FL-RECS          PIC 9(7)          VALUE ZERO.
           05  C-FL-CASES         PIC S9(7)         VALUE ZERO.
           05  C-FL-DOLLARS       PIC S9(10)V99     VALUE ZERO.
           05  C-AR-FILES         PIC 99            VALUE ZERO.
           05  C-AR-RECS          PIC 9(8)          VALUE ZERO.

      *The customer master's roll and purge.
           05  C-CM-CTR           PIC 9(6)          VALUE ZERO.
           05  C-ROLL-CTR         PIC 9(6)          VALUE ZERO.
           05  C-PURGE-CTR        PIC 9(6)          VALUE ZERO.
           05  C-PURGE-PY-DOL     PIC S9(10)V99     VALUE ZERO.
           05  C-IDLE-SEASONS     PIC S9(4)         VALUE ZERO.

       01  C-LAST-ORD-DATE.
           05  C-LAST-ORD-YEAR    PIC 9(4).
           05  C-LAST-ORD-MMDD    PIC 9(4).

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
           05  I-MONTH            PIC 99.
           05  I-DAY              PIC 99.

       01  I-DATE-NUM REDEFINES I-DATE
                                  PIC 9(8).

       01  CUR-STAMP.
           05  CUR-STAMP-DATE     PIC 9(8).
           05  CUR-STAMP-TIME     PIC 9(6).
           05  FILLER             PIC X(7).

       01  COMPANY-TITLE.
           05  FILLER             PIC X(6)          VALUE "DATE: ".
           05  O-MONTH            PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  O-DAY              PIC 99.
           05  FILLER             PIC X             VALUE "/".
           05  O-YEAR             PIC 9(4).
           05  FILLER             PIC X(36)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "ALBIA ".
           05  FILLER             PIC X(7)          VALUE "SOCCER ".
           05  FILLER             PIC X(5)          VALUE "CLUB ".
           05  FILLER             PIC X(10)         VALUE "FUNDRAISER".
           05  FILLER             PIC X(38)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "PAGE: ".
           05  O-PCTR             PIC ZZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.

       01  DIVISION-TITLE.
           05  FILLER             PIC X(8)          VALUE "CBLNB13".
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "BUSATTO'S".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DIVISION".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER             PIC X(53)         VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "SEASON ".
           05  O-SEASON           PIC 9(4).
           05  FILLER             PIC X(11)         VALUE
               " CLOSE-OUT".
           05  FILLER             PIC X(57)         VALUE SPACES.

       01  SECTION-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-SECTION          PIC X(60).
           05  FILLER             PIC X(69)         VALUE SPACES.

      *Open items - each one a reason the season cannot close yet.
       01  REFUSE-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(42)         VALUE "OPEN ITEM".
           05  FILLER             PIC X(52)         VALUE "DETAIL".
           05  FILLER             PIC X(15)         VALUE
               "         AMOUNT".
           05  FILLER             PIC X(20)         VALUE SPACES.

       01  REFUSE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-RF-WHAT          PIC X(40).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-RF-DETAIL        PIC X(50).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-RF-AMT           PIC $$$,$$$,$$$.99-
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC X(20)         VALUE SPACES.

      *One file archived - what it held when the season closed.
       01  FILE-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(14)         VALUE "FILE".
           05  FILLER             PIC X(26)         VALUE "CONTENTS".
           05  FILLER             PIC X(9)          VALUE "  RECORDS".
           05  FILLER             PIC X(12)         VALUE
               "       CASES".
           05  FILLER             PIC X(18)         VALUE
               "           DOLLARS".
           05  FILLER             PIC X(50)         VALUE SPACES.

       01  FILE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-FL-NAME          PIC X(12).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-FL-DESC          PIC X(24).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-FL-RECS          PIC Z,ZZZ,ZZ9
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-FL-CASES         PIC Z,ZZZ,ZZZ-.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-FL-DOLLARS       PIC $$$$,$$$,$$$.99-
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-FL-ACTION        PIC X(30).
           05  FILLER             PIC X(17)         VALUE SPACES.

      *One family purged - the last the system will print of it.
       01  PURGE-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(16)         VALUE "LAST NAME".
           05  FILLER             PIC X(16)         VALUE "FIRST NAME".
           05  FILLER             PIC X(17)         VALUE "ADDRESS".
           05  FILLER             PIC X(12)         VALUE "CITY".
           05  FILLER             PIC X(4)          VALUE "TM".
           05  FILLER             PIC X(13)         VALUE "LAST ORDER".
           05  FILLER             PIC X(10)         VALUE
               "  PY CASES".
           05  FILLER             PIC X(16)         VALUE
               "      PY DOLLARS".
           05  FILLER             PIC X(12)         VALUE
               " IDLE SEASON".
           05  FILLER             PIC X(13)         VALUE SPACES.

       01  PURGE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-PG-LNAME         PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-PG-FNAME         PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-PG-ADDRESS       PIC X(15).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-PG-CITY          PIC X(10).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-PG-TEAM          PIC X.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-PG-LAST-ORD      PIC 9999/99/99.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-PG-PY-CASES      PIC ZZZ,ZZ9.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-PG-PY-DOLLARS    PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(9)          VALUE SPACES.
           05  O-PG-IDLE          PIC Z9.
           05  FILLER             PIC X(17)         VALUE SPACES.

       01  CM-TOT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(17)         VALUE
               "FAMILIES ON FILE ".
           05  O-CM-CTR           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "ROLLED: ".
           05  O-ROLL-CTR         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "PURGED: ".
           05  O-PURGE-CTR        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  FILLER             PIC X(22)         VALUE
               "PURGED PRIOR-YEAR $: ".
           05  O-PURGE-PY-DOL     PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(28)         VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(23)         VALUE
               "SEASON CLOSE REFUSED - ".
           05  O-SM-REFUSE        PIC ZZ,ZZ9.
           05  FILLER             PIC X(12)         VALUE
               " OPEN ITEMS ".
           05  FILLER             PIC X(36)         VALUE
               "- NOTHING ARCHIVED, RESET OR PURGED".
           05  FILLER             PIC X(52)         VALUE SPACES.

       01  CLOSED-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(16)         VALUE
               "SEASON CLOSED - ".
           05  O-SM-FILES         PIC Z9.
           05  FILLER             PIC X(8)          VALUE " FILES, ".
           05  O-SM-RECS          PIC ZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(18)         VALUE
               " RECORDS ARCHIVED ".
           05  FILLER             PIC X(30)         VALUE
               "- ORDER NUMBERS CARRY FORWARD".
           05  FILLER             PIC X(45)         VALUE SPACES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

       0000-CBLNB13.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-OPEN-ITEMS.
           PERFORM 3000-ARCHIVE-SEASON.
           PERFORM 4000-RESET-SEASON.
           PERFORM 5000-CLOSING.
           STOP RUN.

      *----------------------

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE TO CUR-STAMP.
           MOVE CUR-STAMP-DATE TO I-DATE-NUM.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN INPUT CLOSE-CONTROL.

           IF SC-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB13 - CLOSE CONTROL CBLPOPSC.DAT IS
      -            " MISSING - NOTHING TO DO"
               STOP RUN
           END-IF.

           READ CLOSE-CONTROL
               AT END
                   MOVE SPACES TO SC-REC.

           CLOSE CLOSE-CONTROL.

      *A season in the future, or one so old it cannot be this
      *system's, is a keying error - stop before anything is read.
           IF SC-SEASON NOT NUMERIC
               OR SC-SEASON < 2000
               OR SC-SEASON > I-YEAR
               DISPLAY "CBLNB13 - CLOSE CONTROL SEASON IS NOT A
      -            " VALID YEAR - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SC-PURGE-SEASONS NOT NUMERIC
               DISPLAY "CBLNB13 - CLOSE CONTROL PURGE SEASONS IS NOT
      -            " NUMERIC - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SC-SEASON TO O-SEASON.

           OPEN OUTPUT CLOSE-PRT.
           PERFORM 9100-HDG.

      *----------------------
      *Everything that has to be settled before the season's files
      *can be started over.  Every open item is listed, not just the
      *first, so the treasurer can clear them all before the next
      *try.
       2000-CHECK-OPEN-ITEMS.

           PERFORM 2100-CHECK-CHECKPOINT.
           PERFORM 2150-CHECK-RUN-CONTROL.
           PERFORM 2200-CHECK-ARCHIVE.
           PERFORM 2300-CHECK-BALANCES.
           PERFORM 2400-CHECK-BACKORDERS.

           IF SW-CLOSE-REFUSED = "YES"
               PERFORM 2900-REFUSE-CLOSE
           END-IF.

      *----------------------
      *A checkpoint with a record count means the last weekly run
      *stopped partway - its orders are only half posted.
       2100-CHECK-CHECKPOINT.

           OPEN INPUT CHECKPOINT-FILE.

           IF CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 0 TO CKPT-REC-CTR
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CKPT-REC-CTR NUMERIC
                   AND CKPT-REC-CTR > 0
                   MOVE "CHECKPOINT PENDING ON CBLPOPCK.DAT"
                       TO O-RF-WHAT
                   MOVE "RESTART THE WEEKLY RUN BEFORE CLOSING"
                       TO O-RF-DETAIL
                   MOVE 0 TO O-RF-AMT
                   PERFORM 2800-REFUSE-LINE
               END-IF
           END-IF.

      *----------------------
      *A rerun or reprint still asked for needs the week totals the
      *close is about to start over.  A "Y" is the roll the close is
      *about to do itself - it is blanked once the close is done so
      *the next weekly run does not stop on it.
       2150-CHECK-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL.

           IF RCTL-FILE-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       MOVE SPACE TO RCTL-RUN-MODE
               END-READ
               CLOSE RUN-CONTROL
               IF RCTL-RERUN-REQ
                   OR RCTL-REPRINT-REQ
                   MOVE "RERUN OR REPRINT PENDING ON CBLPOPRC.DAT"
                       TO O-RF-WHAT
                   MOVE "FINISH THE WEEK OR CLEAR THE RUN CONTROL"
                       TO O-RF-DETAIL
                   MOVE 0 TO O-RF-AMT
                   PERFORM 2800-REFUSE-LINE
               END-IF
               IF RCTL-YEAR-END
                   MOVE "YES" TO SW-YEAR-END-HELD
               END-IF
           END-IF.

      *----------------------
      *A season already on the archive was closed once - closing it
      *again would archive empty files and roll prior year to zero.
       2200-CHECK-ARCHIVE.

           OPEN INPUT ARCHIVE-FILE.

           IF AR-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9000-READ-AR
               PERFORM 2210-CHECK-ONE-AR
                   UNTIL MORE-RECS = "NO"
               CLOSE ARCHIVE-FILE
           END-IF.

      *----------------------

       2210-CHECK-ONE-AR.

           IF AR-SEASON = SC-SEASON
               MOVE "SEASON ALREADY CLOSED ON CBLPOPAR.DAT"
                   TO O-RF-WHAT
               MOVE SPACES TO O-RF-DETAIL
               STRING "ARCHIVED "         DELIMITED BY SIZE
                      AR-CLOSE-DATE       DELIMITED BY SIZE
                      " - CHECK THE CLOSE CONTROL SEASON"
                                          DELIMITED BY SIZE
                   INTO O-RF-DETAIL
               MOVE 0 TO O-RF-AMT
               PERFORM 2800-REFUSE-LINE
               MOVE "NO" TO MORE-RECS
           ELSE
               PERFORM 9000-READ-AR
           END-IF.

      *----------------------
      *Every family must be square - owing nothing and owed nothing -
      *since paid-to-date and the season's purchases are about to be
      *zeroed.
       2300-CHECK-BALANCES.

           OPEN INPUT CUST-MASTER.

           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB13 - CUSTOMER MASTER CBLPOPCM.DAT DID NOT
      -            " OPEN - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9610-START-CUST.
           PERFORM 9600-READ-CUST.
           PERFORM 2310-CHECK-ONE-CUST
               UNTIL MORE-CUSTS = "NO".

           CLOSE CUST-MASTER.

      *----------------------

       2310-CHECK-ONE-CUST.

           COMPUTE C-OPEN-BAL = CMF-STD-DOLLARS - CMF-PAID-DOLLARS.

           IF C-OPEN-BAL NOT = 0
               IF C-OPEN-BAL > 0
                   MOVE "FAMILY STILL OWES" TO O-RF-WHAT
               ELSE
                   MOVE "FAMILY IS OWED A REFUND" TO O-RF-WHAT
               END-IF
               MOVE SPACES TO O-RF-DETAIL
               STRING CMF-LNAME           DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CMF-FNAME           DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      CMF-ADDRESS         DELIMITED BY SIZE
                   INTO O-RF-DETAIL
               MOVE C-OPEN-BAL TO O-RF-AMT
               PERFORM 2800-REFUSE-LINE
           END-IF.

           PERFORM 9600-READ-CUST.

      *----------------------
      *Cases still waiting on the bottler, or released and not yet on
      *a dock sheet, are a delivery the club still owes a family.
       2400-CHECK-BACKORDERS.

           OPEN INPUT BACKORDER-FILE.

           IF BO-FILE-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 9010-READ-BO
               PERFORM 2410-CHECK-ONE-BO
                   UNTIL MORE-RECS = "NO"
               CLOSE BACKORDER-FILE
           END-IF.

      *----------------------

       2410-CHECK-ONE-BO.

           IF BO-OPEN-CASES NOT NUMERIC
               MOVE 0 TO BO-OPEN-CASES
           END-IF.

           IF BO-REL-CASES NOT NUMERIC
               MOVE 0 TO BO-REL-CASES
           END-IF.

           IF BO-OPEN-CASES > 0
               OR BO-REL-CASES > 0
               MOVE "BACKORDER NOT SHIPPED OR CANCELLED"
                   TO O-RF-WHAT
               MOVE SPACES TO O-RF-DETAIL
               COMPUTE C-OPEN-BO-CASES = BO-OPEN-CASES + BO-REL-CASES
               STRING BO-LNAME            DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      BO-FNAME            DELIMITED BY SIZE
                      " FLAVOR "          DELIMITED BY SIZE
                      BO-POP-CODE         DELIMITED BY SIZE
                      " CASES "           DELIMITED BY SIZE
                      C-OPEN-BO-CASES     DELIMITED BY SIZE
                   INTO O-RF-DETAIL
               MOVE 0 TO O-RF-AMT
               PERFORM 2800-REFUSE-LINE
           END-IF.

           PERFORM 9010-READ-BO.

      *----------------------

       2800-REFUSE-LINE.

           IF C-REFUSE-CTR = 0
               MOVE "SEASON NOT CLOSED - THESE ITEMS ARE STILL OPEN"
                   TO O-SECTION
               WRITE PRTLINE
                   FROM SECTION-HDG
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
               END-WRITE
               WRITE PRTLINE
                   FROM REFUSE-HDG
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
               END-WRITE
           END-IF.

           ADD 1 TO C-REFUSE-CTR.
           MOVE "YES" TO SW-CLOSE-REFUSED.

           WRITE PRTLINE
               FROM REFUSE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Nothing has been archived, reset or purged yet - say why and
      *stop with every file just as it was.
       2900-REFUSE-CLOSE.

           MOVE C-REFUSE-CTR TO O-SM-REFUSE.

           WRITE PRTLINE
               FROM REFUSED-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE CLOSE-PRT.

           DISPLAY "CBLNB13 - SEASON HAS OPEN ITEMS - SEE
      -        " CBLPOPSC.PRT - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *----------------------
      *Copy every record of the season's files to the archive set
      *before any file is started over, so a close that stops partway
      *has lost nothing.  An interrupted close is put right from the
      *archive by hand before it is run again.
       3000-ARCHIVE-SEASON.

           OPEN EXTEND ARCHIVE-FILE.
           IF AR-FILE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.

           MOVE "ARCHIVED TO CBLPOPAR.DAT" TO O-SECTION.
           WRITE PRTLINE
               FROM SECTION-HDG
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.
           WRITE PRTLINE
               FROM FILE-HDG
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           PERFORM 3100-ARCHIVE-CM.
           PERFORM 3150-ARCHIVE-PM.
           PERFORM 3200-ARCHIVE-HX.
           PERFORM 3250-ARCHIVE-WK.
           PERFORM 3300-ARCHIVE-OH.
           PERFORM 3350-ARCHIVE-SG.
           PERFORM 3400-ARCHIVE-TI.
           PERFORM 3450-ARCHIVE-BO.
           PERFORM 3500-ARCHIVE-PH.
           PERFORM 3550-ARCHIVE-RV.
           PERFORM 3600-ARCHIVE-KX.

           CLOSE ARCHIVE-FILE.

      *----------------------
      *Customer master - the season's purchases and payments as they
      *stood before the roll.
       3100-ARCHIVE-CM.

           MOVE "CBLPOPCM.DAT" TO C-FL-NAME.
           MOVE "CUSTOMER MASTER" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT CUST-MASTER.
           MOVE CM-FILE-STATUS TO C-FL-STAT.
           PERFORM 9610-START-CUST.
           PERFORM 9600-READ-CUST.
           PERFORM 3110-ARCHIVE-ONE-CM
               UNTIL MORE-CUSTS = "NO".
           CLOSE CUST-MASTER.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3110-ARCHIVE-ONE-CM.

           ADD CMF-STD-CASES TO C-FL-CASES.
           ADD CMF-STD-DOLLARS TO C-FL-DOLLARS.
           MOVE CMF-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9600-READ-CUST.

      *----------------------
      *Payments - net of reversals; the trailer is archived with the
      *batch but not added in.
       3150-ARCHIVE-PM.

           MOVE "CBLPOPPM.DAT" TO C-FL-NAME.
           MOVE "PAYMENTS" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT PAYMENT-FILE.
           MOVE PMT-FILE-STATUS TO C-FL-STAT.

           IF PMT-FILE-STATUS = "00"
               PERFORM 9020-READ-PMT
               PERFORM 3160-ARCHIVE-ONE-PM
                   UNTIL MORE-RECS = "NO"
               CLOSE PAYMENT-FILE
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3160-ARCHIVE-ONE-PM.

           IF PMT-AMT NUMERIC
               IF PMT-IS-PAYMENT
                   ADD PMT-AMT TO C-FL-DOLLARS
               END-IF
               IF PMT-IS-REVERSAL
                   SUBTRACT PMT-AMT FROM C-FL-DOLLARS
               END-IF
           END-IF.

           MOVE PMT-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9020-READ-PMT.

      *----------------------

       3200-ARCHIVE-HX.

           MOVE "CBLPOPHX.DAT" TO C-FL-NAME.
           MOVE "RUN HISTORY" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT RUN-HISTORY.
           MOVE HX-FILE-STATUS TO C-FL-STAT.

           IF HX-FILE-STATUS = "00"
               PERFORM 9030-READ-HX
               PERFORM 3210-ARCHIVE-ONE-HX
                   UNTIL MORE-RECS = "NO"
               CLOSE RUN-HISTORY
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3210-ARCHIVE-ONE-HX.

           IF HX-RUN-CASES NUMERIC
               ADD HX-RUN-CASES TO C-FL-CASES
           END-IF.

           IF HX-DOLLARS NUMERIC
               ADD HX-DOLLARS TO C-FL-DOLLARS
           END-IF.

           MOVE HX-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9030-READ-HX.

      *----------------------
      *Week totals - the last week saved, carrying the season's
      *grand totals by flavor and by team.
       3250-ARCHIVE-WK.

           MOVE "CBLPOPWK.DAT" TO C-FL-NAME.
           MOVE "WEEK TOTALS" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT WEEK-TOTALS.
           MOVE WKT-FILE-STATUS TO C-FL-STAT.

           IF WKT-FILE-STATUS = "00"
               PERFORM 9040-READ-WK
               PERFORM 3260-ARCHIVE-ONE-WK
                   UNTIL MORE-RECS = "NO"
               CLOSE WEEK-TOTALS
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3260-ARCHIVE-ONE-WK.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 10
               IF WKT-POP-TOT(X) NUMERIC
                   ADD WKT-POP-TOT(X) TO C-FL-CASES
               END-IF
           END-PERFORM.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 5
               IF WKT-GT-RAISED(X) NUMERIC
                   ADD WKT-GT-RAISED(X) TO C-FL-DOLLARS
               END-IF
           END-PERFORM.

           MOVE WKT-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9040-READ-WK.

      *----------------------
      *Order history - the headers' cases and dollars, adjustments
      *and voids taken back off.
       3300-ARCHIVE-OH.

           MOVE "CBLPOPOH.DAT" TO C-FL-NAME.
           MOVE "ORDER HISTORY" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT ORDER-HISTORY.
           MOVE OH-FILE-STATUS TO C-FL-STAT.

           IF OH-FILE-STATUS = "00"
               PERFORM 9050-READ-OH
               PERFORM 3310-ARCHIVE-ONE-OH
                   UNTIL MORE-RECS = "NO"
               CLOSE ORDER-HISTORY
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3310-ARCHIVE-ONE-OH.

           IF OH-IS-HEADER
               AND OH-CASES NUMERIC
               AND OH-TOTAL NUMERIC
               IF OH-IS-ORDER
                   ADD OH-CASES TO C-FL-CASES
                   ADD OH-TOTAL TO C-FL-DOLLARS
               ELSE
                   SUBTRACT OH-CASES FROM C-FL-CASES
                   SUBTRACT OH-TOTAL FROM C-FL-DOLLARS
               END-IF
           END-IF.

           MOVE OH-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9050-READ-OH.

      *----------------------
      *Seller ledger - the amount due the families handed the
      *sellers, backouts taken off.
       3350-ARCHIVE-SG.

           MOVE "CBLPOPSG.DAT" TO C-FL-NAME.
           MOVE "SELLER LEDGER" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT SELLER-LEDGER.
           MOVE SO-FILE-STATUS TO C-FL-STAT.

           IF SO-FILE-STATUS = "00"
               PERFORM 9060-READ-SO
               PERFORM 3360-ARCHIVE-ONE-SO
                   UNTIL MORE-RECS = "NO"
               CLOSE SELLER-LEDGER
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3360-ARCHIVE-ONE-SO.

           IF SO-CASES NUMERIC
               AND SO-DUE NUMERIC
               IF SO-IS-ORDER
                   ADD SO-CASES TO C-FL-CASES
                   ADD SO-DUE TO C-FL-DOLLARS
               ELSE
                   SUBTRACT SO-CASES FROM C-FL-CASES
                   SUBTRACT SO-DUE FROM C-FL-DOLLARS
               END-IF
           END-IF.

           MOVE SO-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9060-READ-SO.

      *----------------------

       3400-ARCHIVE-TI.

           MOVE "CBLPOPTI.DAT" TO C-FL-NAME.
           MOVE "SELLER TURN-INS" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT TURN-IN-FILE.
           MOVE TI-FILE-STATUS TO C-FL-STAT.

           IF TI-FILE-STATUS = "00"
               PERFORM 9070-READ-TI
               PERFORM 3410-ARCHIVE-ONE-TI
                   UNTIL MORE-RECS = "NO"
               CLOSE TURN-IN-FILE
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3410-ARCHIVE-ONE-TI.

           IF TI-AMT NUMERIC
               ADD TI-AMT TO C-FL-DOLLARS
           END-IF.

           MOVE TI-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9070-READ-TI.

      *----------------------

       3450-ARCHIVE-BO.

           MOVE "CBLPOPBO.DAT" TO C-FL-NAME.
           MOVE "BACKORDER QUEUE" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT BACKORDER-FILE.
           MOVE BO-FILE-STATUS TO C-FL-STAT.

           IF BO-FILE-STATUS = "00"
               PERFORM 9010-READ-BO
               PERFORM 3460-ARCHIVE-ONE-BO
                   UNTIL MORE-RECS = "NO"
               CLOSE BACKORDER-FILE
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3460-ARCHIVE-ONE-BO.

           IF BO-CASES NUMERIC
               ADD BO-CASES TO C-FL-CASES
           END-IF.

           MOVE BO-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9010-READ-BO.

      *----------------------

       3500-ARCHIVE-PH.

           MOVE "CBLPOPPH.DAT" TO C-FL-NAME.
           MOVE "PO HISTORY" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT PO-HISTORY.
           MOVE PH-FILE-STATUS TO C-FL-STAT.

           IF PH-FILE-STATUS = "00"
               PERFORM 9080-READ-PH
               PERFORM 3510-ARCHIVE-ONE-PH
                   UNTIL MORE-RECS = "NO"
               CLOSE PO-HISTORY
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3510-ARCHIVE-ONE-PH.

           IF PH-QTY NUMERIC
               ADD PH-QTY TO C-FL-CASES
           END-IF.

           MOVE PH-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9080-READ-PH.

      *----------------------

       3550-ARCHIVE-RV.

           MOVE "CBLPOPRV.DAT" TO C-FL-NAME.
           MOVE "BOTTLER RECEIPTS" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT RECEIPT-LOG.
           MOVE RV-FILE-STATUS TO C-FL-STAT.

           IF RV-FILE-STATUS = "00"
               PERFORM 9090-READ-RV
               PERFORM 3560-ARCHIVE-ONE-RV
                   UNTIL MORE-RECS = "NO"
               CLOSE RECEIPT-LOG
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3560-ARCHIVE-ONE-RV.

           IF RV-QTY NUMERIC
               ADD RV-QTY TO C-FL-CASES
           END-IF.

           MOVE RV-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9090-READ-RV.

      *----------------------

       3600-ARCHIVE-KX.

           MOVE "CBLPOPKX.DAT" TO C-FL-NAME.
           MOVE "CUSTOMER KEY CROSS-REF" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT KEY-XREF.
           MOVE KX-FILE-STATUS TO C-FL-STAT.

           IF KX-FILE-STATUS = "00"
               PERFORM 9095-READ-KX
               PERFORM 3610-ARCHIVE-ONE-KX
                   UNTIL MORE-RECS = "NO"
               CLOSE KEY-XREF
           END-IF.

           PERFORM 3800-FILE-LINE.

      *----------------------

       3610-ARCHIVE-ONE-KX.

           MOVE KX-REC TO AR-DATA.
           PERFORM 3900-WRITE-ARCHIVE.

           PERFORM 9095-READ-KX.

      *----------------------

       3700-START-FILE.

           MOVE 0 TO C-FL-RECS.
           MOVE 0 TO C-FL-CASES.
           MOVE 0 TO C-FL-DOLLARS.
           MOVE SPACES TO C-FL-STAT.
           MOVE "YES" TO MORE-RECS.

      *----------------------

       3800-FILE-LINE.

           MOVE C-FL-NAME TO O-FL-NAME.
           MOVE C-FL-DESC TO O-FL-DESC.
           MOVE C-FL-RECS TO O-FL-RECS.
           MOVE C-FL-CASES TO O-FL-CASES.
           MOVE C-FL-DOLLARS TO O-FL-DOLLARS.

           IF C-FL-STAT = "00"
               MOVE "ARCHIVED" TO O-FL-ACTION
               ADD 1 TO C-AR-FILES
           ELSE
               MOVE "NOT PRESENT - NOTHING TO COPY" TO O-FL-ACTION
           END-IF.

           WRITE PRTLINE
               FROM FILE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       3900-WRITE-ARCHIVE.

           ADD 1 TO C-FL-RECS.
           ADD 1 TO C-AR-RECS.

           MOVE SC-SEASON TO AR-SEASON.
           MOVE I-DATE-NUM TO AR-CLOSE-DATE.
           MOVE C-FL-NAME TO AR-FILE.
           MOVE C-FL-RECS TO AR-SEQ.

           WRITE AR-REC.

      *----------------------
      *The season is safely on the archive - start the cumulative
      *files over, roll the customer master and purge.
       4000-RESET-SEASON.

           MOVE "STARTED OVER FOR THE NEW SEASON" TO O-SECTION.
           WRITE PRTLINE
               FROM SECTION-HDG
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.
           WRITE PRTLINE
               FROM FILE-HDG
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           PERFORM 4100-RESET-FILES.
           PERFORM 4400-SET-STOCK-BASE.
           PERFORM 4200-ROLL-CUST-MASTER.

           IF SW-YEAR-END-HELD = "YES"
               PERFORM 4300-CLEAR-YEAR-END
           END-IF.

      *----------------------
      *Each cumulative file is left empty, so the weekly run's EXTEND
      *starts the new season on it.  The payment file gets a zero
      *batch trailer instead - an empty file would fail the weekly
      *run's batch check until the treasurer's first file arrives.
      *The key cross-reference is not season data - a key retired in
      *any season still has to lead to the family's key today, so
      *it is archived with the rest but left in place.
       4100-RESET-FILES.

           OPEN OUTPUT PAYMENT-FILE.
           MOVE SPACES TO PMT-REC.
           MOVE "T" TO PMT-REC-TYPE.
           MOVE 0 TO PMT-TRL-REC-CT.
           MOVE 0 TO PMT-TRL-AMT.
           WRITE PMT-REC.
           CLOSE PAYMENT-FILE.
           MOVE "CBLPOPPM.DAT" TO C-FL-NAME.
           MOVE "PAYMENTS" TO C-FL-DESC.
           MOVE "ZERO BATCH TRAILER ONLY" TO O-FL-ACTION.
           PERFORM 4150-RESET-LINE.

           OPEN OUTPUT RUN-HISTORY.
           CLOSE RUN-HISTORY.
           MOVE "CBLPOPHX.DAT" TO C-FL-NAME.
           MOVE "RUN HISTORY" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           OPEN OUTPUT WEEK-TOTALS.
           CLOSE WEEK-TOTALS.
           MOVE "CBLPOPWK.DAT" TO C-FL-NAME.
           MOVE "WEEK TOTALS" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           OPEN OUTPUT ORDER-HISTORY.
           CLOSE ORDER-HISTORY.
           MOVE "CBLPOPOH.DAT" TO C-FL-NAME.
           MOVE "ORDER HISTORY" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           OPEN OUTPUT SELLER-LEDGER.
           CLOSE SELLER-LEDGER.
           MOVE "CBLPOPSG.DAT" TO C-FL-NAME.
           MOVE "SELLER LEDGER" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           OPEN OUTPUT TURN-IN-FILE.
           CLOSE TURN-IN-FILE.
           MOVE "CBLPOPTI.DAT" TO C-FL-NAME.
           MOVE "SELLER TURN-INS" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           OPEN OUTPUT BACKORDER-FILE.
           CLOSE BACKORDER-FILE.
           MOVE "CBLPOPBO.DAT" TO C-FL-NAME.
           MOVE "BACKORDER QUEUE" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           OPEN OUTPUT PO-HISTORY.
           CLOSE PO-HISTORY.
           MOVE "CBLPOPPH.DAT" TO C-FL-NAME.
           MOVE "PO HISTORY" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           OPEN OUTPUT RECEIPT-LOG.
           CLOSE RECEIPT-LOG.
           MOVE "CBLPOPRV.DAT" TO C-FL-NAME.
           MOVE "BOTTLER RECEIPTS" TO C-FL-DESC.
           PERFORM 4140-EMPTY-LINE.

           MOVE "CBLPOPKX.DAT" TO C-FL-NAME.
           MOVE "CUSTOMER KEY CROSS-REF" TO C-FL-DESC.
           MOVE "CARRIED FORWARD AS IS" TO O-FL-ACTION.
           PERFORM 4150-RESET-LINE.

      *----------------------

       4140-EMPTY-LINE.

           MOVE "EMPTIED" TO O-FL-ACTION.
           PERFORM 4150-RESET-LINE.

      *----------------------

       4150-RESET-LINE.

           MOVE C-FL-NAME TO O-FL-NAME.
           MOVE C-FL-DESC TO O-FL-DESC.
           MOVE 0 TO O-FL-RECS.
           MOVE 0 TO O-FL-CASES.
           MOVE 0 TO O-FL-DOLLARS.

           WRITE PRTLINE
               FROM FILE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Roll each family's season into prior year - a negative
      *season carries as zero and paid-to-date starts over - or
      *purge the family if it has gone the close control's number
      *of seasons without buying.
       4200-ROLL-CUST-MASTER.

           OPEN I-O CUST-MASTER.

           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB13 - CUSTOMER MASTER CBLPOPCM.DAT DID NOT
      -            " OPEN FOR THE ROLL - SEASON ARCHIVED BUT NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "CUSTOMER MASTER - FAMILIES PURGED" TO O-SECTION.
           WRITE PRTLINE
               FROM SECTION-HDG
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.
           WRITE PRTLINE
               FROM PURGE-HDG
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           PERFORM 9610-START-CUST.
           PERFORM 9600-READ-CUST.
           PERFORM 4210-ROLL-OR-PURGE
               UNTIL MORE-CUSTS = "NO".

           CLOSE CUST-MASTER.

           MOVE C-CM-CTR TO O-CM-CTR.
           MOVE C-ROLL-CTR TO O-ROLL-CTR.
           MOVE C-PURGE-CTR TO O-PURGE-CTR.
           MOVE C-PURGE-PY-DOL TO O-PURGE-PY-DOL.

           WRITE PRTLINE
               FROM CM-TOT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       4210-ROLL-OR-PURGE.

           ADD 1 TO C-CM-CTR.
           PERFORM 4220-IDLE-SEASONS.

           MOVE "NO" TO SW-PURGE.
           IF SC-PURGE-SEASONS > 0
               AND C-IDLE-SEASONS >= SC-PURGE-SEASONS
               MOVE "YES" TO SW-PURGE
           END-IF.

           IF SW-PURGE = "YES"
               PERFORM 4230-PURGE-LINE
               DELETE CUST-MASTER RECORD
                   INVALID KEY
                       DISPLAY "CBLNB13 - FAMILY COULD NOT BE PURGED - "
                           CMF-CUST-KEY
               END-DELETE
               ADD 1 TO C-PURGE-CTR
           ELSE
               IF CMF-STD-CASES < 0
                   MOVE 0 TO CMF-PY-CASES
               ELSE
                   MOVE CMF-STD-CASES TO CMF-PY-CASES
               END-IF
               IF CMF-STD-DOLLARS < 0
                   MOVE 0 TO CMF-PY-DOLLARS
               ELSE
                   MOVE CMF-STD-DOLLARS TO CMF-PY-DOLLARS
               END-IF
               MOVE 0 TO CMF-STD-CASES
               MOVE 0 TO CMF-STD-DOLLARS
               MOVE 0 TO CMF-PAID-DOLLARS
               REWRITE CMF-REC
               ADD 1 TO C-ROLL-CTR
           END-IF.

           PERFORM 9600-READ-CUST.

      *----------------------
      *Seasons since the family last bought - none if it bought this
      *season.  With no usable order date, a family with prior-year
      *cases last bought the season before; one with none at all
      *never bought and is as idle as it gets.
       4220-IDLE-SEASONS.

           IF CMF-STD-CASES > 0
               MOVE 0 TO C-IDLE-SEASONS
           ELSE
               IF CMF-LAST-ORD-DATE NUMERIC
                   AND CMF-LAST-ORD-DATE > 0
                   MOVE CMF-LAST-ORD-DATE TO C-LAST-ORD-DATE
                   COMPUTE C-IDLE-SEASONS =
                       SC-SEASON - C-LAST-ORD-YEAR
                   IF C-IDLE-SEASONS < 0
                       MOVE 0 TO C-IDLE-SEASONS
                   END-IF
               ELSE
                   IF CMF-PY-CASES NUMERIC
                       AND CMF-PY-CASES > 0
                       MOVE 1 TO C-IDLE-SEASONS
                   ELSE
                       MOVE 99 TO C-IDLE-SEASONS
                   END-IF
               END-IF
           END-IF.

      *----------------------

       4230-PURGE-LINE.

           MOVE CMF-LNAME TO O-PG-LNAME.
           MOVE CMF-FNAME TO O-PG-FNAME.
           MOVE CMF-ADDRESS TO O-PG-ADDRESS.
           MOVE CMF-CITY TO O-PG-CITY.
           MOVE CMF-TEAM TO O-PG-TEAM.

           IF CMF-LAST-ORD-DATE NUMERIC
               MOVE CMF-LAST-ORD-DATE TO O-PG-LAST-ORD
           ELSE
               MOVE 0 TO O-PG-LAST-ORD
           END-IF.

           IF CMF-PY-CASES NUMERIC
               MOVE CMF-PY-CASES TO O-PG-PY-CASES
           ELSE
               MOVE 0 TO O-PG-PY-CASES
           END-IF.

           IF CMF-PY-DOLLARS NUMERIC
               MOVE CMF-PY-DOLLARS TO O-PG-PY-DOLLARS
               ADD CMF-PY-DOLLARS TO C-PURGE-PY-DOL
           ELSE
               MOVE 0 TO O-PG-PY-DOLLARS
           END-IF.

           MOVE C-IDLE-SEASONS TO O-PG-IDLE.

           WRITE PRTLINE
               FROM PURGE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *The close has done the year-end roll - blank the "Y" so the
      *next weekly run is a normal one instead of stopping on it.
       4300-CLEAR-YEAR-END.

           MOVE SPACE TO RCTL-RUN-MODE.

           OPEN OUTPUT RUN-CONTROL.
           WRITE RCTL-REC.
           CLOSE RUN-CONTROL.

           MOVE "CBLPOPRC.DAT" TO C-FL-NAME.
           MOVE "RUN CONTROL" TO C-FL-DESC.
           MOVE "PENDING Y ROLL CLEARED" TO O-FL-ACTION.
           PERFORM 4150-RESET-LINE.

      *----------------------
      *The stock on hand at the close is what the new season starts
      *from.  With no inventory file, stock is not being tracked and
      *the stock base is left as it was.
       4400-SET-STOCK-BASE.

           MOVE "CBLPOPSB.DAT" TO C-FL-NAME.
           MOVE "STOCK BASE" TO C-FL-DESC.
           PERFORM 3700-START-FILE.

           OPEN INPUT INVENTORY-FILE.

           IF IV-FILE-STATUS = "00"
               OPEN OUTPUT STOCK-BASE
               PERFORM 9097-READ-IV
               PERFORM 4410-SET-ONE-BASE
                   UNTIL MORE-RECS = "NO"
               CLOSE STOCK-BASE
               CLOSE INVENTORY-FILE
               MOVE "SET FROM STOCK ON HAND" TO O-FL-ACTION
           ELSE
               MOVE "NO INVENTORY FILE - LEFT AS IS" TO O-FL-ACTION
           END-IF.

           MOVE C-FL-NAME TO O-FL-NAME.
           MOVE C-FL-DESC TO O-FL-DESC.
           MOVE C-FL-RECS TO O-FL-RECS.
           MOVE C-FL-CASES TO O-FL-CASES.
           MOVE 0 TO O-FL-DOLLARS.

           WRITE PRTLINE
               FROM FILE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       4410-SET-ONE-BASE.

           IF IV-CODE NUMERIC
               AND IV-QTY NUMERIC
               MOVE SPACES TO SB-REC
               MOVE IV-CODE TO SB-CODE
               MOVE IV-QTY TO SB-QTY
               MOVE I-DATE-NUM TO SB-DATE
               WRITE SB-REC
               ADD 1 TO C-FL-RECS
               ADD IV-QTY TO C-FL-CASES
           END-IF.

           PERFORM 9097-READ-IV.

      *----------------------

       5000-CLOSING.

           MOVE C-AR-FILES TO O-SM-FILES.
           MOVE C-AR-RECS TO O-SM-RECS.

           WRITE PRTLINE
               FROM CLOSED-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE CLOSE-PRT.

      *----------------------

       9000-READ-AR.

           READ ARCHIVE-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9010-READ-BO.

           READ BACKORDER-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9020-READ-PMT.

           READ PAYMENT-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9030-READ-HX.

           READ RUN-HISTORY
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9040-READ-WK.

           READ WEEK-TOTALS
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9050-READ-OH.

           READ ORDER-HISTORY
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9060-READ-SO.

           READ SELLER-LEDGER
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9070-READ-TI.

           READ TURN-IN-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9080-READ-PH.

           READ PO-HISTORY
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9090-READ-RV.

           READ RECEIPT-LOG
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9095-READ-KX.

           READ KEY-XREF
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9097-READ-IV.

           READ INVENTORY-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

      *----------------------

       9600-READ-CUST.

           READ CUST-MASTER NEXT RECORD
               AT END
                   MOVE "NO" TO MORE-CUSTS.

      *----------------------
      *Position the customer master at its first record - an empty
      *master just means the pass has nothing to do.
       9610-START-CUST.

           MOVE "YES" TO MORE-CUSTS.
           MOVE LOW-VALUES TO CMF-CUST-KEY.

           START CUST-MASTER
               KEY NOT < CMF-CUST-KEY
                   INVALID KEY
                       MOVE "NO" TO MORE-CUSTS.

      *----------------------
      *Report headings
       9100-HDG.

           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

           WRITE PRTLINE
               FROM DIVISION-TITLE
                   AFTER ADVANCING 1 LINE.

           WRITE PRTLINE
               FROM REPORT-TITLE
                   AFTER ADVANCING 1 LINE.

       END PROGRAM CBLNB13.

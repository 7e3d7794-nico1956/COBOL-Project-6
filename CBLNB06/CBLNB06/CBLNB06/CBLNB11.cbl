       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLNB11.
       AUTHOR.     NICO BUSATTO.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.      10/15/26.

      *-----------------------------------------------------------------

      **************************************************************
      *SELLER TURN-IN SETTLEMENT.  THE KIDS COLLECT THE FAMILIES'   *
      *MONEY AND TURN IT IN AS ENVELOPES, ONE TURN-IN RECORD PER    *
      *ENVELOPE (SELLER, DATE, AMOUNT).  THIS RUN HOLDS THEM UP     *
      *AGAINST THE SELLER LEDGER THE WEEKLY RUN WRITES EVERY TIME   *
      *2690-CREDIT-SELLER CREDITS AN ORDER (AND EVERY TIME A VOID   *
      *OR ADJUSTMENT TAKES ONE BACK) AND PRINTS ONE SETTLEMENT      *
      *STATEMENT PER SELLER - THE FAMILIES, THE AMOUNT DUE, THE     *
      *AMOUNT TURNED IN AND THE BALANCE - THEN A COACH SUMMARY BY   *
      *TEAM OF EVERY SELLER STILL SHORT.  NOTHING IS UPDATED.       *
      **************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Turn-in envelopes - one record per envelope, keyed off the
      *sheet the coach signs when the envelope is counted.
            SELECT TURN-IN-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TI-FILE-STATUS.

      *The settlement statements, the coach summary and the
      *exceptions.
            SELECT SETTLE-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPTI.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

      *The season's seller ledger the weekly run appends to.
            SELECT SELLER-LEDGER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-FILE-STATUS.

            SELECT SELLER-ROSTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.

      *One envelope - who turned it in, the day it was counted, what
      *was in it, and the initials of whoever counted it.
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

       FD  SETTLE-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 55 WITH FOOTING 35
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *Seller ledger record - the weekly run's layout.  "O" an order
      *credited to the seller, "B" an adjustment or void taken back,
      *marked "T" when the order it takes back was accepted the same
      *run and "P" when it came from an earlier one.  Only an earlier
      *run's order can leave the seller blank; it goes against the
      *family's last seller.  CBLNB10 adds a "B" for each refused or
      *short delivery credit.
       FD  SELLER-LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS SO-REC.

       01  SO-REC.
           05  SO-ORD-DATE        PIC 9(8).
           05  SO-TYPE            PIC X.
               88  SO-IS-ORDER    VALUE "O".
               88  SO-IS-BACKOUT  VALUE "B".
           05  SO-SELLER-ID       PIC X(5).
           05  SO-TEAM            PIC X.
           05  SO-LNAME           PIC X(15).
           05  SO-FNAME           PIC X(15).
           05  SO-ADDRESS         PIC X(15).
           05  SO-CASES           PIC 9(4).
           05  SO-PRODUCT         PIC 9(7)V99.
           05  SO-DUE             PIC 9(7)V99.
           05  SO-ORD-NO          PIC 9(8).
           05  SO-BCK-RUN         PIC X.
               88  SO-BCK-THIS-RUN VALUE "T".

       FD  SELLER-ROSTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SR-REC.

       01  SR-REC.
           05  SR-ID              PIC X(5).
           05  SR-NAME            PIC X(20).
           05  SR-TEAM            PIC X.
               88  VAL-SR-TEAM    VALUE "A" "B" "C" "D" "E".

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  MORE-TIS           PIC XXX           VALUE "YES".
           05  MORE-SOS           PIC XXX           VALUE "YES".
           05  MORE-SRS           PIC XXX           VALUE "YES".
           05  TI-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SR-FILE-STATUS     PIC XX            VALUE SPACES.
           05  HDG-MODE           PIC X             VALUE SPACE.
               88  HDG-STATEMENT  VALUE "S".
               88  HDG-COACH      VALUE "C".
               88  HDG-EXCEPTION  VALUE "X".
           05  FOUND-IDX          PIC 999           VALUE ZERO.
           05  X                  PIC 9             VALUE ZERO.
           05  C-NEW-RC           PIC 99            VALUE ZERO.
           05  C-PCTR             PIC 9(4)          VALUE ZERO.
           05  C-TI-CTR           PIC 9(5)          VALUE ZERO.
           05  C-SO-CTR           PIC 9(5)          VALUE ZERO.
           05  C-SO-DUP-CTR       PIC 9(5)          VALUE ZERO.
           05  C-HI-ORD-NO        PIC 9(8)          VALUE ZERO.
           05  SW-SO-DUP          PIC XXX           VALUE "NO".
           05  C-STMT-CTR         PIC 9(4)          VALUE ZERO.
           05  C-SHORT-CTR        PIC 9(4)          VALUE ZERO.
           05  C-TEAM-SHORT-CTR   PIC 9(4)          VALUE ZERO.
           05  C-FAM-ORDERS       PIC 9(4)          VALUE ZERO.
           05  C-FAM-CASES        PIC S9(6)         VALUE ZERO.
           05  C-FAM-PRODUCT      PIC S9(8)V99      VALUE ZERO.
           05  C-FAM-DUE          PIC S9(8)V99      VALUE ZERO.
           05  C-FAM-DATE         PIC 9(8)          VALUE ZERO.
           05  C-BALANCE          PIC S9(8)V99      VALUE ZERO.
           05  C-GT-DUE           PIC S9(10)V99     VALUE ZERO.
           05  C-GT-PAID          PIC S9(10)V99     VALUE ZERO.
           05  C-GT-SHORT         PIC S9(10)V99     VALUE ZERO.
           05  C-TEAM-SHORT       PIC S9(10)V99     VALUE ZERO.

      *The roster, with each seller's settlement built up as the
      *ledger and the envelopes are read.  SLR-FAMILIES is counted
      *as the statement prints.
       01  SELLER-TBL.
           05  SLR-CNT            PIC 999           VALUE ZERO.
           05  SLR-IDX            PIC 999           VALUE ZERO.
           05  SLR-ENTRY          OCCURS 100.
               10  SLR-ID         PIC X(5).
               10  SLR-NAME       PIC X(20).
               10  SLR-TEAM       PIC X.
               10  SLR-FAMILIES   PIC 9(4).
               10  SLR-CASES      PIC S9(6).
               10  SLR-PRODUCT    PIC S9(8)V99.
               10  SLR-DUE        PIC S9(8)V99.
               10  SLR-PAID       PIC S9(8)V99.
               10  SLR-ACTIVE     PIC XXX.

      *Every ledger record that found its seller, in file order, so
      *a statement can gather a family's orders and backouts into
      *one line.  LDG-PRINTED marks a record a line already took.
       01  LEDGER-TBL.
           05  LDG-CNT            PIC 9(4)          VALUE ZERO.
           05  LDG-IDX            PIC 9(4)          VALUE ZERO.
           05  LDG-JDX            PIC 9(4)          VALUE ZERO.
           05  LDG-ENTRY          OCCURS 3000.
               10  LDG-DATE       PIC 9(8).
               10  LDG-TYPE       PIC X.
               10  LDG-SLR-IDX    PIC 999.
               10  LDG-KEY.
                   15  LDG-LNAME  PIC X(15).
                   15  LDG-FNAME  PIC X(15).
                   15  LDG-ADDRESS  PIC X(15).
               10  LDG-CASES      PIC 9(4).
               10  LDG-PRODUCT    PIC 9(7)V99.
               10  LDG-DUE        PIC 9(7)V99.
               10  LDG-PRINTED    PIC XXX.

      *Every envelope that found its seller.
       01  ENVELOPE-TBL.
           05  ENV-CNT            PIC 9(4)          VALUE ZERO.
           05  ENV-IDX            PIC 9(4)          VALUE ZERO.
           05  ENV-ENTRY          OCCURS 2000.
               10  ENV-SLR-IDX    PIC 999.
               10  ENV-DATE       PIC 9(8).
               10  ENV-AMT        PIC 9(5)V99.
               10  ENV-TAKEN-BY   PIC X(8).

      *Envelopes and ledger records that could not be settled to a
      *seller.  The count keeps going if it fills.
       01  EXCEPTION-TBL.
           05  EXC-CTR            PIC 9(4)          VALUE ZERO.
           05  EXC-IDX            PIC 9(4)          VALUE ZERO.
           05  SW-EXC-TBL-FULL    PIC XXX           VALUE "NO".
           05  EXC-W-KIND         PIC X(8)          VALUE SPACES.
           05  EXC-W-STAT         PIC X(30)         VALUE SPACES.
           05  EXC-ENTRY          OCCURS 500.
               10  EXC-KIND       PIC X(8).
               10  EXC-DATE       PIC 9(8).
               10  EXC-SLR        PIC X(5).
               10  EXC-AMT        PIC 9(7)V99.
               10  EXC-LNAME      PIC X(15).
               10  EXC-FNAME      PIC X(15).
               10  EXC-STAT       PIC X(30).

       01  TEAM-NAMES.
           05  FILLER             PIC X             VALUE "A".
           05  FILLER             PIC X             VALUE "B".
           05  FILLER             PIC X             VALUE "C".
           05  FILLER             PIC X             VALUE "D".
           05  FILLER             PIC X             VALUE "E".

       01  TEAM-TABLE REDEFINES TEAM-NAMES.
           05  TEAMS OCCURS 5.
               10  TEAM-NAME      PIC X.

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
           05  FILLER             PIC X(8)          VALUE "CBLNB11".
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "BUSATTO'S".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DIVISION".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "SELLER ".
           05  FILLER             PIC X(8)          VALUE "TURN-IN ".
           05  FILLER             PIC X(10)         VALUE "SETTLEMENT".
           05  FILLER             PIC X(59)         VALUE SPACES.

      *Top of every statement page - whose statement it is.
       01  STMT-SELLER-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "SELLER: ".
           05  O-ST-ID            PIC X(5).
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-ST-NAME          PIC X(20).
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "TEAM: ".
           05  O-ST-TEAM          PIC X.
           05  FILLER             PIC X(83)         VALUE SPACES.

       01  FAM-COL-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(16)         VALUE "LAST NAME".
           05  FILLER             PIC X(16)         VALUE "FIRST NAME".
           05  FILLER             PIC X(16)         VALUE "ADDRESS".
           05  FILLER             PIC X(8)          VALUE "ORDERS".
           05  FILLER             PIC X(8)          VALUE "  CASES".
           05  FILLER             PIC X(14)         VALUE
               "    PRODUCT".
           05  FILLER             PIC X(14)         VALUE
               " AMOUNT DUE".
           05  FILLER             PIC X(10)         VALUE
               "LAST ORDER".
           05  FILLER             PIC X(27)         VALUE SPACES.

      *One family on a seller's statement - every order and backout
      *for the family netted together.
       01  FAM-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-FAM-LNAME        PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-FAM-FNAME        PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-FAM-ADDRESS      PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-FAM-ORDERS       PIC ZZ9.
           05  FILLER             PIC X(5)          VALUE SPACES.
           05  O-FAM-CASES        PIC ZZ,ZZ9-.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-FAM-PRODUCT      PIC $$$,$$$.99-.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-FAM-DUE          PIC $$$,$$$.99-.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-FAM-DATE         PIC 9999/99/99.
           05  FILLER             PIC X(27)         VALUE SPACES.

       01  SECT-HDG.
           05  O-SECT-TITLE       PIC X(40).
           05  FILLER             PIC X(92)         VALUE SPACES.

       01  ENV-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "ENVELOPE ".
           05  O-ENV-DATE         PIC 9999/99/99.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "TAKEN BY: ".
           05  O-ENV-TAKEN-BY     PIC X(8).
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-ENV-AMT          PIC $$$,$$$.99.
           05  FILLER             PIC X(76)         VALUE SPACES.

      *The bottom of a statement, one amount to a line.
       01  STMT-TOT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-TOT-LABEL        PIC X(20).
           05  O-TOT-AMT          PIC $$,$$$,$$$.99-.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-TOT-STAT         PIC X(20).
           05  FILLER             PIC X(72)         VALUE SPACES.

       01  NONE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(4)          VALUE "NONE".
           05  FILLER             PIC X(125)        VALUE SPACES.

       01  TEAM-HDG-LINE.
           05  O-TEAM-HDG         PIC X(40).
           05  FILLER             PIC X(92)         VALUE SPACES.

       01  SUM-COL-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "SELLER".
           05  FILLER             PIC X(21)         VALUE "NAME".
           05  FILLER             PIC X(10)         VALUE "FAMILIES".
           05  FILLER             PIC X(15)         VALUE
               "   AMOUNT DUE".
           05  FILLER             PIC X(15)         VALUE
               "    TURNED IN".
           05  FILLER             PIC X(15)         VALUE
               "        SHORT".
           05  FILLER             PIC X(46)         VALUE SPACES.

      *One seller still short, on the coach summary.
       01  SUM-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-SUM-ID           PIC X(5).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-SUM-NAME         PIC X(20).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-SUM-FAMILIES     PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  O-SUM-DUE          PIC $$,$$$,$$$.99-.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-SUM-PAID         PIC $$,$$$,$$$.99-.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-SUM-SHORT        PIC $$,$$$,$$$.99-.
           05  FILLER             PIC X(47)         VALUE SPACES.

       01  TEAM-TOT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(13)         VALUE
               "TEAM TOTAL - ".
           05  O-TT-CTR           PIC ZZ9.
           05  FILLER             PIC X(14)         VALUE
               " SELLERS SHORT".
           05  FILLER             PIC X(38)         VALUE SPACES.
           05  O-TT-SHORT         PIC $$,$$$,$$$.99-.
           05  FILLER             PIC X(47)         VALUE SPACES.

       01  SUMMARY-LINE-1.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE
               "STATEMENTS: ".
           05  O-G-STMT-CTR       PIC ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE
               "AMOUNT DUE: ".
           05  O-G-DUE            PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE
               "TURNED IN: ".
           05  O-G-PAID           PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(15)         VALUE
               "SELLERS SHORT: ".
           05  O-G-SHORT-CTR      PIC ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-G-SHORT          PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(10)         VALUE SPACES.

       01  SUMMARY-LINE-2.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(17)         VALUE
               "LEDGER RECORDS:  ".
           05  O-G-SO-CTR         PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE
               "ENVELOPES: ".
           05  O-G-TI-CTR         PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE
               "EXCEPTIONS: ".
           05  O-G-EXC-CTR        PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(16)         VALUE
               "RESTART COPIES: ".
           05  O-G-DUP-CTR        PIC ZZ,ZZ9.
           05  FILLER             PIC X(40)         VALUE SPACES.

       01  EXC-COL-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "SOURCE".
           05  FILLER             PIC X(12)         VALUE "DATE".
           05  FILLER             PIC X(7)          VALUE "SELLER".
           05  FILLER             PIC X(13)         VALUE
               "     AMOUNT".
           05  FILLER             PIC X(16)         VALUE "LAST NAME".
           05  FILLER             PIC X(17)         VALUE "FIRST NAME".
           05  FILLER             PIC X(30)         VALUE "STATUS".
           05  FILLER             PIC X(24)         VALUE SPACES.

       01  EXC-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-EXC-KIND         PIC X(8).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-DATE         PIC 9999/99/99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-SLR          PIC X(5).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-AMT          PIC $$$,$$$.99-.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-LNAME        PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-FNAME        PIC X(15).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-STAT         PIC X(30).
           05  FILLER             PIC X(24)         VALUE SPACES.

      *Printed when more than 500 exceptions were found - the listing
      *stops there but the count keeps going.
       01  EXC-FULL-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: MORE
      -         " THAN 500 EXCEPTIONS - ONLY THE FIRST 500 ARE LISTED".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

       0000-CBLNB11.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TIS = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

      *----------------------

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE TO CUR-STAMP.
           MOVE CUR-STAMP-DATE TO I-DATE-NUM.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN INPUT TURN-IN-FILE.

           IF TI-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB11 - TURN-IN FILE CBLPOPTI.DAT IS
      -            " MISSING - NOTHING TO DO"
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-ROSTER.
           PERFORM 1200-LOAD-LEDGER.

           OPEN OUTPUT SETTLE-PRT.
           PERFORM 9000-READ-TI.

      *----------------------
      *The roster names every seller a statement can go to.  It has
      *to be there, and it has to fit - the weekly run holds 100.
       1100-LOAD-ROSTER.

           OPEN INPUT SELLER-ROSTER.

           IF SR-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB11 - SELLER ROSTER CBLPOPSR.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9800-READ-SR.
           PERFORM 1110-ADD-SELLER
               UNTIL MORE-SRS = "NO".
           CLOSE SELLER-ROSTER.

      *----------------------

       1110-ADD-SELLER.

           IF NOT VAL-SR-TEAM
               DISPLAY "CBLNB11 - ROSTER RECORD " SR-ID
                   " IGNORED - BAD TEAM"
           ELSE
               IF SLR-CNT >= 100
                   DISPLAY "CBLNB11 - SELLER ROSTER HAS MORE THAN 100
      -                " SELLERS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SLR-CNT
               MOVE SR-ID TO SLR-ID(SLR-CNT)
               MOVE SR-NAME TO SLR-NAME(SLR-CNT)
               MOVE SR-TEAM TO SLR-TEAM(SLR-CNT)
               MOVE 0 TO SLR-FAMILIES(SLR-CNT)
               MOVE 0 TO SLR-CASES(SLR-CNT)
               MOVE 0 TO SLR-PRODUCT(SLR-CNT)
               MOVE 0 TO SLR-DUE(SLR-CNT)
               MOVE 0 TO SLR-PAID(SLR-CNT)
               MOVE "NO" TO SLR-ACTIVE(SLR-CNT)
           END-IF.

           PERFORM 9800-READ-SR.

      *----------------------
      *The seller ledger is what the sellers owe.  Without it there
      *is nothing to settle an envelope against.
       1200-LOAD-LEDGER.

           OPEN INPUT SELLER-LEDGER.

           IF SO-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB11 - SELLER LEDGER CBLPOPSG.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9700-READ-SO.
           PERFORM 1210-ADD-LEDGER
               UNTIL MORE-SOS = "NO".
           CLOSE SELLER-LEDGER.

      *----------------------
      *A weekly run restarted from its checkpoint processes the
      *orders after the checkpoint again and appends their ledger
      *records a second time under the same numbers.  Every order,
      *backout and delivery credit takes the next number, so a
      *record numbered no higher than the highest already read is
      *one of those copies and is passed over - the rule the order
      *inquiry uses on the order history.  A record written before
      *orders were numbered has none and is always taken.
       1210-ADD-LEDGER.

           ADD 1 TO C-SO-CTR.
           MOVE "NO" TO SW-SO-DUP.

           IF SO-ORD-NO NUMERIC
               AND SO-ORD-NO > 0
               IF SO-ORD-NO NOT > C-HI-ORD-NO
                   MOVE "YES" TO SW-SO-DUP
                   ADD 1 TO C-SO-DUP-CTR
               ELSE
                   MOVE SO-ORD-NO TO C-HI-ORD-NO
               END-IF
           END-IF.

           IF SW-SO-DUP = "NO"
               PERFORM 1215-CHECK-LEDGER
           END-IF.

           PERFORM 9700-READ-SO.

      *----------------------
      *Post one ledger record to its seller.  A backout with no
      *seller of an earlier run's order goes to whoever sold the
      *family's last order before it - a record written before the
      *run was marked is taken the same way.  One marked as this
      *run's order had no seller to credit in the first place.  A
      *record whose seller cannot be found, or whose amounts are
      *not numbers, is listed and left out of every statement.
       1215-CHECK-LEDGER.

           MOVE "LEDGER" TO EXC-W-KIND.
           MOVE 0 TO FOUND-IDX.

           IF (NOT SO-IS-ORDER AND NOT SO-IS-BACKOUT)
               OR SO-CASES NOT NUMERIC
               OR SO-PRODUCT NOT NUMERIC
               OR SO-DUE NOT NUMERIC
               MOVE "BAD LEDGER RECORD" TO EXC-W-STAT
               PERFORM 2800-NOTE-EXCEPTION
           ELSE
               IF SO-SELLER-ID = SPACES AND SO-IS-BACKOUT
                   IF SO-BCK-THIS-RUN
                       MOVE "NO SELLER ON BACKED-OUT ORDER"
                           TO EXC-W-STAT
                       PERFORM 2800-NOTE-EXCEPTION
                   ELSE
                       PERFORM 1220-FIND-LAST-SELLER
                       IF FOUND-IDX = 0
                           MOVE "NO ORDER FOUND FOR BACKOUT"
                               TO EXC-W-STAT
                           PERFORM 2800-NOTE-EXCEPTION
                       END-IF
                   END-IF
               ELSE
                   PERFORM 1230-FIND-SELLER
                   IF FOUND-IDX = 0
                       MOVE "SELLER NOT ON ROSTER" TO EXC-W-STAT
                       PERFORM 2800-NOTE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

           IF FOUND-IDX > 0
               PERFORM 1240-POST-LEDGER
           END-IF.

      *----------------------
      *Latest order already posted for this family - the ledger is
      *in run order, so search it back to front.
       1220-FIND-LAST-SELLER.

           PERFORM VARYING LDG-IDX FROM LDG-CNT BY -1
             UNTIL LDG-IDX < 1 OR FOUND-IDX > 0
               IF LDG-TYPE(LDG-IDX) = "O"
                   AND LDG-LNAME(LDG-IDX) = SO-LNAME
                   AND LDG-FNAME(LDG-IDX) = SO-FNAME
                   AND LDG-ADDRESS(LDG-IDX) = SO-ADDRESS
                   MOVE LDG-SLR-IDX(LDG-IDX) TO FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------

       1230-FIND-SELLER.

           PERFORM VARYING SLR-IDX FROM 1 BY 1
             UNTIL SLR-IDX > SLR-CNT OR FOUND-IDX > 0
               IF SLR-ID(SLR-IDX) = SO-SELLER-ID
                   MOVE SLR-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------
      *The whole season has to fit - a statement built from part of
      *the ledger would tell a seller the wrong amount due.
       1240-POST-LEDGER.

           IF LDG-CNT >= 3000
               DISPLAY "CBLNB11 - SELLER LEDGER HAS MORE THAN 3000
      -            " RECORDS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO LDG-CNT.
           MOVE SO-ORD-DATE TO LDG-DATE(LDG-CNT).
           MOVE SO-TYPE TO LDG-TYPE(LDG-CNT).
           MOVE FOUND-IDX TO LDG-SLR-IDX(LDG-CNT).
           MOVE SO-LNAME TO LDG-LNAME(LDG-CNT).
           MOVE SO-FNAME TO LDG-FNAME(LDG-CNT).
           MOVE SO-ADDRESS TO LDG-ADDRESS(LDG-CNT).
           MOVE SO-CASES TO LDG-CASES(LDG-CNT).
           MOVE SO-PRODUCT TO LDG-PRODUCT(LDG-CNT).
           MOVE SO-DUE TO LDG-DUE(LDG-CNT).
           MOVE "NO" TO LDG-PRINTED(LDG-CNT).

           MOVE "YES" TO SLR-ACTIVE(FOUND-IDX).

           IF SO-IS-ORDER
               ADD SO-CASES TO SLR-CASES(FOUND-IDX)
               ADD SO-PRODUCT TO SLR-PRODUCT(FOUND-IDX)
               ADD SO-DUE TO SLR-DUE(FOUND-IDX)
           ELSE
               SUBTRACT SO-CASES FROM SLR-CASES(FOUND-IDX)
               SUBTRACT SO-PRODUCT FROM SLR-PRODUCT(FOUND-IDX)
               SUBTRACT SO-DUE FROM SLR-DUE(FOUND-IDX)
           END-IF.

      *----------------------
      *Credit one envelope to its seller.  One that names nobody on
      *the roster, or whose amount cannot be read, is listed for the
      *treasurer instead.
       2000-MAINLINE.

           ADD 1 TO C-TI-CTR.
           MOVE "ENVELOPE" TO EXC-W-KIND.
           MOVE 0 TO FOUND-IDX.

           IF TI-AMT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO EXC-W-STAT
               PERFORM 2800-NOTE-EXCEPTION
           ELSE
               IF TI-DATE NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO EXC-W-STAT
                   PERFORM 2800-NOTE-EXCEPTION
               ELSE
                   PERFORM VARYING SLR-IDX FROM 1 BY 1
                     UNTIL SLR-IDX > SLR-CNT OR FOUND-IDX > 0
                       IF SLR-ID(SLR-IDX) = TI-SELLER-ID
                           MOVE SLR-IDX TO FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF FOUND-IDX = 0
                       MOVE "SELLER NOT ON ROSTER" TO EXC-W-STAT
                       PERFORM 2800-NOTE-EXCEPTION
                   ELSE
                       PERFORM 2100-ADD-ENVELOPE
                   END-IF
               END-IF
           END-IF.

           PERFORM 9000-READ-TI.

      *----------------------

       2100-ADD-ENVELOPE.

           IF ENV-CNT >= 2000
               DISPLAY "CBLNB11 - TURN-IN FILE HAS MORE THAN 2000
      -            " ENVELOPES - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO ENV-CNT.
           MOVE FOUND-IDX TO ENV-SLR-IDX(ENV-CNT).
           MOVE TI-DATE TO ENV-DATE(ENV-CNT).
           MOVE TI-AMT TO ENV-AMT(ENV-CNT).
           MOVE TI-TAKEN-BY TO ENV-TAKEN-BY(ENV-CNT).

           ADD TI-AMT TO SLR-PAID(FOUND-IDX).
           MOVE "YES" TO SLR-ACTIVE(FOUND-IDX).

      *----------------------
      *File the current envelope or ledger record as an exception of
      *kind EXC-W-KIND.
       2800-NOTE-EXCEPTION.

           MOVE 4 TO C-NEW-RC.
           PERFORM 9900-RAISE-RC.

           IF EXC-CTR < 500
               ADD 1 TO EXC-CTR
               MOVE EXC-W-KIND TO EXC-KIND(EXC-CTR)
               MOVE EXC-W-STAT TO EXC-STAT(EXC-CTR)
               IF EXC-W-KIND = "ENVELOPE"
                   MOVE TI-SELLER-ID TO EXC-SLR(EXC-CTR)
                   MOVE SPACES TO EXC-LNAME(EXC-CTR)
                   MOVE SPACES TO EXC-FNAME(EXC-CTR)
                   IF TI-DATE NUMERIC
                       MOVE TI-DATE TO EXC-DATE(EXC-CTR)
                   ELSE
                       MOVE 0 TO EXC-DATE(EXC-CTR)
                   END-IF
                   IF TI-AMT NUMERIC
                       MOVE TI-AMT TO EXC-AMT(EXC-CTR)
                   ELSE
                       MOVE 0 TO EXC-AMT(EXC-CTR)
                   END-IF
               ELSE
                   MOVE SO-SELLER-ID TO EXC-SLR(EXC-CTR)
                   MOVE SO-LNAME TO EXC-LNAME(EXC-CTR)
                   MOVE SO-FNAME TO EXC-FNAME(EXC-CTR)
                   IF SO-ORD-DATE NUMERIC
                       MOVE SO-ORD-DATE TO EXC-DATE(EXC-CTR)
                   ELSE
                       MOVE 0 TO EXC-DATE(EXC-CTR)
                   END-IF
                   IF SO-DUE NUMERIC
                       MOVE SO-DUE TO EXC-AMT(EXC-CTR)
                   ELSE
                       MOVE 0 TO EXC-AMT(EXC-CTR)
                   END-IF
               END-IF
           ELSE
               MOVE "YES" TO SW-EXC-TBL-FULL
           END-IF.

      *----------------------
      *A statement for every seller with anything on the ledger or
      *in an envelope, team by team in roster order, then the coach
      *summary and whatever could not be settled.
       3000-CLOSING.

           MOVE "S" TO HDG-MODE.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 5
               PERFORM VARYING SLR-IDX FROM 1 BY 1
                 UNTIL SLR-IDX > SLR-CNT
                   IF SLR-TEAM(SLR-IDX) = TEAM-NAME(X)
                       AND SLR-ACTIVE(SLR-IDX) = "YES"
                       PERFORM 3100-STATEMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM 3200-COACH-SUMMARY.
           PERFORM 3300-EXCEPTIONS.

           CLOSE TURN-IN-FILE.
           CLOSE SETTLE-PRT.

      *----------------------
      *One seller's statement, on its own page - the families, the
      *envelopes, and where the seller stands.
       3100-STATEMENT.

           ADD 1 TO C-STMT-CTR.
           MOVE SLR-ID(SLR-IDX) TO O-ST-ID.
           MOVE SLR-NAME(SLR-IDX) TO O-ST-NAME.
           MOVE SLR-TEAM(SLR-IDX) TO O-ST-TEAM.
           PERFORM 9100-HDG.

           PERFORM VARYING LDG-IDX FROM 1 BY 1
             UNTIL LDG-IDX > LDG-CNT
               IF LDG-SLR-IDX(LDG-IDX) = SLR-IDX
                   AND LDG-PRINTED(LDG-IDX) = "NO"
                   PERFORM 3110-FAMILY-LINE
               END-IF
           END-PERFORM.

           IF SLR-FAMILIES(SLR-IDX) = 0
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           MOVE "ENVELOPES TURNED IN:" TO O-SECT-TITLE.
           WRITE PRTLINE
               FROM SECT-HDG
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           MOVE 0 TO FOUND-IDX.

           PERFORM VARYING ENV-IDX FROM 1 BY 1
             UNTIL ENV-IDX > ENV-CNT
               IF ENV-SLR-IDX(ENV-IDX) = SLR-IDX
                   ADD 1 TO FOUND-IDX
                   PERFORM 3120-ENVELOPE-LINE
               END-IF
           END-PERFORM.

           IF FOUND-IDX = 0
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 3130-STATEMENT-TOTALS.

      *----------------------
      *Net every order and backout this seller has for the family of
      *the record at LDG-IDX into one line.
       3110-FAMILY-LINE.

           MOVE 0 TO C-FAM-ORDERS.
           MOVE 0 TO C-FAM-CASES.
           MOVE 0 TO C-FAM-PRODUCT.
           MOVE 0 TO C-FAM-DUE.
           MOVE 0 TO C-FAM-DATE.

           PERFORM VARYING LDG-JDX FROM LDG-IDX BY 1
             UNTIL LDG-JDX > LDG-CNT
               IF LDG-SLR-IDX(LDG-JDX) = SLR-IDX
                   AND LDG-KEY(LDG-JDX) = LDG-KEY(LDG-IDX)
                   MOVE "YES" TO LDG-PRINTED(LDG-JDX)
                   IF LDG-TYPE(LDG-JDX) = "O"
                       ADD 1 TO C-FAM-ORDERS
                       ADD LDG-CASES(LDG-JDX) TO C-FAM-CASES
                       ADD LDG-PRODUCT(LDG-JDX) TO C-FAM-PRODUCT
                       ADD LDG-DUE(LDG-JDX) TO C-FAM-DUE
                       IF LDG-DATE(LDG-JDX) > C-FAM-DATE
                           MOVE LDG-DATE(LDG-JDX) TO C-FAM-DATE
                       END-IF
                   ELSE
                       SUBTRACT LDG-CASES(LDG-JDX) FROM C-FAM-CASES
                       SUBTRACT LDG-PRODUCT(LDG-JDX)
                           FROM C-FAM-PRODUCT
                       SUBTRACT LDG-DUE(LDG-JDX) FROM C-FAM-DUE
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1 TO SLR-FAMILIES(SLR-IDX).

           MOVE LDG-LNAME(LDG-IDX) TO O-FAM-LNAME.
           MOVE LDG-FNAME(LDG-IDX) TO O-FAM-FNAME.
           MOVE LDG-ADDRESS(LDG-IDX) TO O-FAM-ADDRESS.
           MOVE C-FAM-ORDERS TO O-FAM-ORDERS.
           MOVE C-FAM-CASES TO O-FAM-CASES.
           MOVE C-FAM-PRODUCT TO O-FAM-PRODUCT.
           MOVE C-FAM-DUE TO O-FAM-DUE.
           MOVE C-FAM-DATE TO O-FAM-DATE.

           WRITE PRTLINE
               FROM FAM-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       3120-ENVELOPE-LINE.

           MOVE ENV-DATE(ENV-IDX) TO O-ENV-DATE.
           MOVE ENV-TAKEN-BY(ENV-IDX) TO O-ENV-TAKEN-BY.
           MOVE ENV-AMT(ENV-IDX) TO O-ENV-AMT.

           WRITE PRTLINE
               FROM ENV-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *What the families owe, what came in, and the difference - a
      *positive balance is money the seller still has to turn in.
       3130-STATEMENT-TOTALS.

           COMPUTE C-BALANCE = SLR-DUE(SLR-IDX) - SLR-PAID(SLR-IDX).

           ADD SLR-DUE(SLR-IDX) TO C-GT-DUE.
           ADD SLR-PAID(SLR-IDX) TO C-GT-PAID.

           MOVE "PRODUCT CREDITED:" TO O-TOT-LABEL.
           MOVE SLR-PRODUCT(SLR-IDX) TO O-TOT-AMT.
           MOVE SPACES TO O-TOT-STAT.
           WRITE PRTLINE
               FROM STMT-TOT-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           MOVE "AMOUNT DUE:" TO O-TOT-LABEL.
           MOVE SLR-DUE(SLR-IDX) TO O-TOT-AMT.
           WRITE PRTLINE
               FROM STMT-TOT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           MOVE "TURNED IN:" TO O-TOT-LABEL.
           MOVE SLR-PAID(SLR-IDX) TO O-TOT-AMT.
           WRITE PRTLINE
               FROM STMT-TOT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HDG.

           IF C-BALANCE > 0
               MOVE "SHORT" TO O-TOT-STAT
               ADD 1 TO C-SHORT-CTR
               ADD C-BALANCE TO C-GT-SHORT
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           ELSE
               IF C-BALANCE < 0
                   MOVE "OVER - SEE TREASURER" TO O-TOT-STAT
               ELSE
                   MOVE "SETTLED" TO O-TOT-STAT
               END-IF
           END-IF.

           MOVE "BALANCE:" TO O-TOT-LABEL.
           MOVE C-BALANCE TO O-TOT-AMT.
           WRITE PRTLINE
               FROM STMT-TOT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *For the coaches - team by team, every seller still owing
      *money, and what the team is short in all.
       3200-COACH-SUMMARY.

           MOVE "C" TO HDG-MODE.
           PERFORM 9100-HDG.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 5
               PERFORM 3210-TEAM-SHORT
           END-PERFORM.

           MOVE C-STMT-CTR TO O-G-STMT-CTR.
           MOVE C-GT-DUE TO O-G-DUE.
           MOVE C-GT-PAID TO O-G-PAID.
           MOVE C-SHORT-CTR TO O-G-SHORT-CTR.
           MOVE C-GT-SHORT TO O-G-SHORT.

           WRITE PRTLINE
               FROM SUMMARY-LINE-1
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       3210-TEAM-SHORT.

           MOVE SPACES TO O-TEAM-HDG.
           STRING "TEAM "                 DELIMITED BY SIZE
                  TEAM-NAME(X)            DELIMITED BY SIZE
                  " - SELLERS STILL SHORT:" DELIMITED BY SIZE
               INTO O-TEAM-HDG.

           WRITE PRTLINE
               FROM TEAM-HDG-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.

           MOVE 0 TO C-TEAM-SHORT-CTR.
           MOVE 0 TO C-TEAM-SHORT.

           PERFORM VARYING SLR-IDX FROM 1 BY 1
             UNTIL SLR-IDX > SLR-CNT
               IF SLR-TEAM(SLR-IDX) = TEAM-NAME(X)
                   AND SLR-ACTIVE(SLR-IDX) = "YES"
                   AND SLR-DUE(SLR-IDX) > SLR-PAID(SLR-IDX)
                   PERFORM 3220-SHORT-LINE
               END-IF
           END-PERFORM.

           IF C-TEAM-SHORT-CTR = 0
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
           ELSE
               MOVE C-TEAM-SHORT-CTR TO O-TT-CTR
               MOVE C-TEAM-SHORT TO O-TT-SHORT
               WRITE PRTLINE
                   FROM TEAM-TOT-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
           END-IF.

      *----------------------

       3220-SHORT-LINE.

           COMPUTE C-BALANCE = SLR-DUE(SLR-IDX) - SLR-PAID(SLR-IDX).
           ADD 1 TO C-TEAM-SHORT-CTR.
           ADD C-BALANCE TO C-TEAM-SHORT.

           MOVE SLR-ID(SLR-IDX) TO O-SUM-ID.
           MOVE SLR-NAME(SLR-IDX) TO O-SUM-NAME.
           MOVE SLR-FAMILIES(SLR-IDX) TO O-SUM-FAMILIES.
           MOVE SLR-DUE(SLR-IDX) TO O-SUM-DUE.
           MOVE SLR-PAID(SLR-IDX) TO O-SUM-PAID.
           MOVE C-BALANCE TO O-SUM-SHORT.

           WRITE PRTLINE
               FROM SUM-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Envelopes and ledger records nobody could be held to.
       3300-EXCEPTIONS.

           MOVE "X" TO HDG-MODE.
           PERFORM 9100-HDG.

           PERFORM VARYING EXC-IDX FROM 1 BY 1
             UNTIL EXC-IDX > EXC-CTR
               PERFORM 3310-EXC-LINE
           END-PERFORM.

           IF EXC-CTR = 0
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           IF SW-EXC-TBL-FULL = "YES"
               WRITE PRTLINE
                   FROM EXC-FULL-NOTE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           MOVE C-SO-CTR TO O-G-SO-CTR.
           MOVE C-SO-DUP-CTR TO O-G-DUP-CTR.
           MOVE C-TI-CTR TO O-G-TI-CTR.
           MOVE EXC-CTR TO O-G-EXC-CTR.

           WRITE PRTLINE
               FROM SUMMARY-LINE-2
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------

       3310-EXC-LINE.

           MOVE EXC-KIND(EXC-IDX) TO O-EXC-KIND.
           MOVE EXC-DATE(EXC-IDX) TO O-EXC-DATE.
           MOVE EXC-SLR(EXC-IDX) TO O-EXC-SLR.
           MOVE EXC-AMT(EXC-IDX) TO O-EXC-AMT.
           MOVE EXC-LNAME(EXC-IDX) TO O-EXC-LNAME.
           MOVE EXC-FNAME(EXC-IDX) TO O-EXC-FNAME.
           MOVE EXC-STAT(EXC-IDX) TO O-EXC-STAT.

           WRITE PRTLINE
               FROM EXC-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Read one envelope
       9000-READ-TI.

           READ TURN-IN-FILE
               AT END
                   MOVE "NO" TO MORE-TIS.

      *----------------------
      *Read one seller ledger record
       9700-READ-SO.

           READ SELLER-LEDGER
               AT END
                   MOVE "NO" TO MORE-SOS.

      *----------------------
      *Read one roster record
       9800-READ-SR.

           READ SELLER-ROSTER
               AT END
                   MOVE "NO" TO MORE-SRS.

      *----------------------
      *Raise the run's return code to C-NEW-RC's severity - never
      *lower it.
       9900-RAISE-RC.

           IF C-NEW-RC > RETURN-CODE
               MOVE C-NEW-RC TO RETURN-CODE
           END-IF.

      *----------------------
      *Report headings - a statement page repeats whose statement it
      *is, the summary and exception pages carry their own columns.
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

           IF HDG-STATEMENT
               WRITE PRTLINE
                   FROM STMT-SELLER-LINE
                       AFTER ADVANCING 2 LINES
               WRITE PRTLINE
                   FROM FAM-COL-HDG
                       AFTER ADVANCING 2 LINES
           ELSE
               IF HDG-COACH
                   WRITE PRTLINE
                       FROM SUM-COL-HDG
                           AFTER ADVANCING 2 LINES
               ELSE
                   WRITE PRTLINE
                       FROM EXC-COL-HDG
                           AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

       END PROGRAM CBLNB11.

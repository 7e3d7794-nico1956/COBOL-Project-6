       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLNB08.
       AUTHOR.     NICO BUSATTO.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.      10/15/26.

      *-----------------------------------------------------------------

      **************************************************************
      *BANK STATEMENT RECONCILIATION FOR THE TREASURER'S PAYMENT    *
      *FILE (CBLPOPPM.DAT).  IT READS THE BANK'S STATEMENT EXPORT   *
      *AND MATCHES EVERY DEPOSIT AND CLEARED ITEM TO A POSTED       *
      *PAYMENT BY CHECK NUMBER AND AMOUNT, THEN LISTS THE AMOUNT    *
      *MISMATCHES, THE BANK ITEMS NOBODY POSTED AND THE CHECKS WE   *
      *POSTED THAT NEVER CLEARED.  A CHECK THE BANK RETURNS GETS    *
      *ITS "R" REVERSAL RECORD WRITTEN INTO THE PAYMENT FILE, WITH  *
      *THE BATCH TRAILER MOVED TO MATCH, SO THE NEXT WEEKLY RUN     *
      *BACKS IT OUT OF THE FAMILY'S PAID-TO-DATE ON ITS OWN.        *
      **************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Bank statement export - one record per item on the statement,
      *a deposit or cleared item credited to the club's account or a
      *check the bank returned unpaid.
            SELECT BANK-STMT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPBK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-FILE-STATUS.

      *The reconciliation report - the exceptions by kind, the checks
      *still outstanding, and the counts.
            SELECT RECON-PRT
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPBK.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

      *The treasurer's season-to-date payment file - read whole, and
      *rewritten only when a returned check adds a reversal to it.
            SELECT PAYMENT-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMT-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.

      *One statement item - "D" a deposit, "C" a cleared item, "R" an
      *item the bank returned (an NSF or stopped check).  The check
      *number is blank for a cash or online credit, which then
      *matches on amount alone.
       FD  BANK-STMT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BK-REC.

       01  BK-REC.
           05  BK-TRAN-TYPE       PIC X.
               88  BK-IS-DEPOSIT  VALUE "D".
               88  BK-IS-CLEARED  VALUE "C".
               88  BK-IS-RETURNED VALUE "R".
           05  BK-DATE            PIC 9(8).
           05  BK-CHECK-NO        PIC X(6).
           05  BK-AMT             PIC 9(7)V99.
           05  BK-REF             PIC X(20).
           05  FILLER             PIC X(6).

       FD  RECON-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 55 WITH FOOTING 35
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *Payment record - the weekly run's layout, "P" payment, "R"
      *reversal, and the "T" trailer with the batch controls.
       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS PMT-REC.

       01  PMT-REC.
           05  PMT-REC-TYPE       PIC X.
               88  PMT-IS-PAYMENT  VALUE "P".
               88  PMT-IS-REVERSAL VALUE "R".
               88  PMT-IS-TRAILER  VALUE "T".
           05  PMT-LNAME          PIC X(15).
           05  PMT-FNAME          PIC X(15).
           05  PMT-ADDRESS        PIC X(15).
           05  PMT-AMT            PIC 9(7)V99.
           05  PMT-DATE           PIC 9(8).
           05  PMT-METHOD         PIC X.
               88  PMT-BY-CASH    VALUE "C".
               88  PMT-BY-CHECK   VALUE "K".
               88  PMT-BY-ONLINE  VALUE "O".
           05  PMT-CHECK-NO       PIC X(6).

       01  PMT-TRAILER REDEFINES PMT-REC.
           05  FILLER             PIC X.
           05  PMT-TRL-REC-CT     PIC 9(6).
           05  PMT-TRL-AMT        PIC 9(9)V99.
           05  FILLER             PIC X(52).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  MORE-BANK          PIC XXX           VALUE "YES".
           05  MORE-PMTS          PIC XXX           VALUE "YES".
           05  BK-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PMT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  SW-PMT-TRL-FOUND   PIC XXX           VALUE "NO".
           05  SW-PMT-BATCH-OK    PIC XXX           VALUE "NO".
           05  SW-PMT-CHANGED     PIC XXX           VALUE "NO".
           05  SW-REVERSED        PIC XXX           VALUE "NO".
           05  FOUND-IDX          PIC 9(4)          VALUE ZERO.
           05  C-NEW-RC           PIC 99            VALUE ZERO.
           05  C-PCTR             PIC 9(4)          VALUE ZERO.
           05  C-BK-CTR           PIC 9(5)          VALUE ZERO.
           05  C-MATCH-CTR        PIC 9(5)          VALUE ZERO.
           05  C-MISM-CTR         PIC 9(5)          VALUE ZERO.
           05  C-UNP-CTR          PIC 9(5)          VALUE ZERO.
           05  C-RET-CTR          PIC 9(5)          VALUE ZERO.
           05  C-REV-CTR          PIC 9(5)          VALUE ZERO.
           05  C-RET-MATCHES      PIC 9(4)          VALUE ZERO.
           05  C-RET-NUM-IDX      PIC 9(4)          VALUE ZERO.
           05  C-OUTST-CTR        PIC 9(5)          VALUE ZERO.
           05  C-PMT-REC-CT       PIC 9(6)          VALUE ZERO.
           05  C-PMT-DOL-TOT      PIC S9(9)V99      VALUE ZERO.
           05  PMT-EXP-REC-CT     PIC 9(6)          VALUE ZERO.
           05  PMT-EXP-AMT        PIC 9(9)V99       VALUE ZERO.
           05  C-MATCH-TOT        PIC S9(10)V99     VALUE ZERO.
           05  C-UNP-TOT          PIC S9(10)V99     VALUE ZERO.
           05  C-REV-TOT          PIC S9(10)V99     VALUE ZERO.
           05  C-OUTST-TOT        PIC S9(10)V99     VALUE ZERO.

      *The payment file in core, every record but the trailer, in
      *file order so a rewrite puts it back exactly as it came in.
      *PT-CLEARED marks a payment a bank item has already claimed, so
      *two identical checks on the statement cannot both match one
      *posting.  Reversals this run adds go on the end.
       01  PAYMENT-TBL.
           05  PT-CNT             PIC 9(4)          VALUE ZERO.
           05  PT-IDX             PIC 9(4)          VALUE ZERO.
           05  PT-ENTRY           OCCURS 2000.
               10  PT-DATA.
                   15  PT-REC-TYPE    PIC X.
                   15  PT-LNAME       PIC X(15).
                   15  PT-FNAME       PIC X(15).
                   15  PT-ADDRESS     PIC X(15).
                   15  PT-AMT         PIC 9(7)V99.
                   15  PT-DATE        PIC 9(8).
                   15  PT-METHOD      PIC X.
                   15  PT-CHECK-NO    PIC X(6).
               10  PT-CLEARED     PIC XXX.

      *Every exception found, held so the report can print them by
      *kind - "M" an amount mismatch, "N" a bank item not posted,
      *"R" a returned item.  The counts keep going if it fills.
       01  EXCEPTION-TBL.
           05  EXC-CTR            PIC 9(4)          VALUE ZERO.
           05  EXC-IDX            PIC 9(4)          VALUE ZERO.
           05  SW-EXC-TBL-FULL    PIC XXX           VALUE "NO".
           05  EXC-W-KIND         PIC X             VALUE SPACE.
           05  EXC-W-STAT         PIC X(30)         VALUE SPACES.
           05  EXC-ENTRY          OCCURS 500.
               10  EXC-KIND       PIC X.
               10  EXC-BK-TYPE    PIC X.
               10  EXC-DATE       PIC 9(8).
               10  EXC-CHECK-NO   PIC X(6).
               10  EXC-BK-AMT     PIC 9(7)V99.
               10  EXC-PT-AMT     PIC 9(7)V99.
               10  EXC-LNAME      PIC X(15).
               10  EXC-FNAME      PIC X(15).
               10  EXC-STAT       PIC X(30).

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
           05  FILLER             PIC X(8)          VALUE "CBLNB08".
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "BUSATTO'S".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "DIVISION".
           05  FILLER             PIC X(56)         VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER             PIC X(48)         VALUE SPACES.
           05  FILLER             PIC X(5)          VALUE "BANK ".
           05  FILLER             PIC X(10)         VALUE "STATEMENT ".
           05  FILLER             PIC X(14)         VALUE
               "RECONCILIATION".
           05  FILLER             PIC X(55)         VALUE SPACES.

       01  COLUMN-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "ITEM".
           05  FILLER             PIC XX            VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "DATE".
           05  FILLER             PIC XX            VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "CHECK NO".
           05  FILLER             PIC X(13)         VALUE "  BANK AMT".
           05  FILLER             PIC XX            VALUE SPACES.
           05  FILLER             PIC X(13)         VALUE "POSTED AMT".
           05  FILLER             PIC XX            VALUE SPACES.
           05  FILLER             PIC X(16)         VALUE "LAST NAME".
           05  FILLER             PIC X(17)         VALUE "FIRST NAME".
           05  FILLER             PIC X(35)         VALUE "STATUS".

       01  EXC-SECT-HDG.
           05  O-SECT-TITLE       PIC X(40).
           05  FILLER             PIC X(92)         VALUE SPACES.

      *One exception or outstanding check - the statement item and
      *the posting it was held against, side by side.
       01  EXC-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-EXC-TYPE         PIC X(8).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-DATE         PIC 9999/99/99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-CHECK-NO     PIC X(6).
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-EXC-BK-AMT       PIC $$,$$$,$$$.99
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-PT-AMT       PIC $$,$$$,$$$.99
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-LNAME        PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-EXC-FNAME        PIC X(15).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-EXC-STAT         PIC X(30).
           05  FILLER             PIC X(5)          VALUE SPACES.

       01  EXC-NONE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(4)          VALUE "NONE".
           05  FILLER             PIC X(125)        VALUE SPACES.

       01  SUMMARY-LINE-1.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE
               "BANK ITEMS: ".
           05  O-BK-CTR           PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "MATCHED: ".
           05  O-MATCH-CTR        PIC ZZ,ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-MATCH-TOT        PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE
               "MISMATCHES: ".
           05  O-MISM-CTR         PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE
               "NOT POSTED: ".
           05  O-UNP-CTR          PIC ZZ,ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-UNP-TOT          PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(17)         VALUE SPACES.

       01  SUMMARY-LINE-2.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "RETURNED: ".
           05  O-RET-CTR          PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(19)         VALUE
               "REVERSALS WRITTEN: ".
           05  O-REV-CTR          PIC ZZ,ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-REV-TOT          PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(20)         VALUE
               "CHECKS OUTSTANDING: ".
           05  O-OUTST-CTR        PIC ZZ,ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  O-OUTST-TOT        PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(22)         VALUE SPACES.

      *Printed when the payment batch did not prove against its own
      *trailer - the file is left alone and no reversal is written.
       01  PMT-HELD-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: PAYM
      -         "ENT FILE CONTROLS DID NOT RECONCILE - NO REVERSALS WER
      -         "E WRITTEN - CORRECT CBLPOPPM.DAT AND RERUN".

      *Printed when more than 500 exceptions were found - the listing
      *stops there but the counts keep going.
       01  EXC-FULL-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: MORE
      -         " THAN 500 EXCEPTIONS - ONLY THE FIRST 500 ARE LISTED".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

       0000-CBLNB08.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-BANK = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

      *----------------------

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE TO CUR-STAMP.
           MOVE CUR-STAMP-DATE TO I-DATE-NUM.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN INPUT BANK-STMT.

           IF BK-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB08 - BANK STATEMENT CBLPOPBK.DAT IS
      -            " MISSING - NOTHING TO DO"
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-PAYMENTS.

           OPEN OUTPUT RECON-PRT.
           PERFORM 9100-HDG.
           PERFORM 9000-READ-BANK.

      *----------------------
      *Pull the payment file in whole and prove it against its own
      *trailer, the same controls the weekly run checks.  With no
      *payment file there is nothing to reconcile against.
       1100-LOAD-PAYMENTS.

           OPEN INPUT PAYMENT-FILE.

           IF PMT-FILE-STATUS NOT = "00"
               DISPLAY "CBLNB08 - PAYMENT FILE CBLPOPPM.DAT IS
      -            " MISSING - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "YES" TO MORE-PMTS.
           PERFORM 9700-READ-PMT.
           PERFORM 1110-ADD-PMT
               UNTIL MORE-PMTS = "NO".
           CLOSE PAYMENT-FILE.

           PERFORM 1120-CHECK-PMT-BATCH.

      *----------------------
      *The whole file has to fit - a partial table could never be
      *written back.
       1110-ADD-PMT.

           IF PMT-IS-TRAILER
               MOVE "YES" TO SW-PMT-TRL-FOUND
               MOVE PMT-TRL-REC-CT TO PMT-EXP-REC-CT
               MOVE PMT-TRL-AMT TO PMT-EXP-AMT
           ELSE
               IF PT-CNT >= 2000
                   DISPLAY "CBLNB08 - PAYMENT FILE HAS MORE THAN 2000
      -                " RECORDS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PT-CNT
               MOVE PMT-REC TO PT-DATA(PT-CNT)
               MOVE "NO" TO PT-CLEARED(PT-CNT)
               ADD 1 TO C-PMT-REC-CT
               IF PMT-AMT NUMERIC
                   IF PMT-IS-REVERSAL
                       SUBTRACT PMT-AMT FROM C-PMT-DOL-TOT
                   ELSE
                       ADD PMT-AMT TO C-PMT-DOL-TOT
                   END-IF
               END-IF
           END-IF.

           PERFORM 9700-READ-PMT.

      *----------------------
      *A payment file that does not prove is still matched against -
      *the report is worth having - but it is not rewritten.
       1120-CHECK-PMT-BATCH.

           IF SW-PMT-TRL-FOUND = "YES"
               AND C-PMT-REC-CT = PMT-EXP-REC-CT
               AND C-PMT-DOL-TOT = PMT-EXP-AMT
               MOVE "YES" TO SW-PMT-BATCH-OK
           ELSE
               DISPLAY "CBLNB08 - PAYMENT FILE CONTROLS DO NOT MATCH
      -            " THE TRAILER - NO REVERSALS WILL BE WRITTEN"
               MOVE 8 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           END-IF.

      *----------------------
      *Match one statement item.  Deposits and cleared items look for
      *the posting they pay off; a returned item looks for the check
      *it takes back.
       2000-MAINLINE.

           ADD 1 TO C-BK-CTR.

           IF BK-AMT NOT NUMERIC
               MOVE 0 TO BK-AMT
               MOVE 0 TO FOUND-IDX
               MOVE "N" TO EXC-W-KIND
               MOVE "BANK AMOUNT NOT NUMERIC" TO EXC-W-STAT
               PERFORM 2800-NOTE-EXCEPTION
               ADD 1 TO C-UNP-CTR
           ELSE
               IF BK-IS-DEPOSIT OR BK-IS-CLEARED
                   PERFORM 2100-MATCH-CREDIT
               ELSE
                   IF BK-IS-RETURNED
                       PERFORM 2200-RETURNED-ITEM
                   ELSE
                       MOVE 0 TO FOUND-IDX
                       MOVE "N" TO EXC-W-KIND
                       MOVE "UNKNOWN ITEM TYPE" TO EXC-W-STAT
                       PERFORM 2800-NOTE-EXCEPTION
                       ADD 1 TO C-UNP-CTR
                   END-IF
               END-IF
           END-IF.

           PERFORM 9000-READ-BANK.

      *----------------------
      *A credit with a check number matches a posted check on that
      *number; one without matches a cash or online posting of the
      *same amount.  A check number that matches at the wrong amount
      *is a mismatch - the posting is claimed all the same so it does
      *not also show as outstanding.
       2100-MATCH-CREDIT.

           IF BK-CHECK-NO NOT = SPACES
               PERFORM 2110-FIND-CHECK
           ELSE
               PERFORM 2120-FIND-CASH
           END-IF.

           IF FOUND-IDX = 0
               MOVE "N" TO EXC-W-KIND
               MOVE "NOT ON PAYMENT FILE" TO EXC-W-STAT
               PERFORM 2800-NOTE-EXCEPTION
               ADD 1 TO C-UNP-CTR
               ADD BK-AMT TO C-UNP-TOT
           ELSE
               MOVE "YES" TO PT-CLEARED(FOUND-IDX)
               IF PT-AMT(FOUND-IDX) = BK-AMT
                   ADD 1 TO C-MATCH-CTR
                   ADD BK-AMT TO C-MATCH-TOT
               ELSE
                   MOVE "M" TO EXC-W-KIND
                   MOVE "AMOUNT DIFFERS FROM POSTING" TO EXC-W-STAT
                   PERFORM 2800-NOTE-EXCEPTION
                   ADD 1 TO C-MISM-CTR
               END-IF
           END-IF.

      *----------------------
      *First posted check on this number not already claimed - an
      *exact-amount posting is preferred over one that differs.
       2110-FIND-CHECK.

           MOVE 0 TO FOUND-IDX.

           PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PT-CNT OR FOUND-IDX > 0
               IF PT-REC-TYPE(PT-IDX) = "P"
                   AND PT-METHOD(PT-IDX) = "K"
                   AND PT-CHECK-NO(PT-IDX) = BK-CHECK-NO
                   AND PT-CLEARED(PT-IDX) = "NO"
                   AND PT-AMT(PT-IDX) = BK-AMT
                   MOVE PT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PT-CNT OR FOUND-IDX > 0
               IF PT-REC-TYPE(PT-IDX) = "P"
                   AND PT-METHOD(PT-IDX) = "K"
                   AND PT-CHECK-NO(PT-IDX) = BK-CHECK-NO
                   AND PT-CLEARED(PT-IDX) = "NO"
                   MOVE PT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------
      *First unclaimed cash or online posting of exactly this amount.
       2120-FIND-CASH.

           MOVE 0 TO FOUND-IDX.

           PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PT-CNT OR FOUND-IDX > 0
               IF PT-REC-TYPE(PT-IDX) = "P"
                   AND (PT-METHOD(PT-IDX) = "C"
                       OR PT-METHOD(PT-IDX) = "O")
                   AND PT-CLEARED(PT-IDX) = "NO"
                   AND PT-AMT(PT-IDX) = BK-AMT
                   MOVE PT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------
      *A returned check is found among the posted checks, cleared or
      *not, by its number and amount together - check numbers are the
      *families' own and two families can write the same one.  Only a
      *single posting that matches both is reversed; none, or more
      *than one, is listed for the office to sort out, alongside the
      *first posting on the number when there is one.  If the payment
      *file already carries a reversal for the check (an earlier
      *statement, or this one run twice) nothing more is written;
      *otherwise the reversal is added, so the family owes exactly
      *what the bounced check was meant to pay.
       2200-RETURNED-ITEM.

           ADD 1 TO C-RET-CTR.
           MOVE 0 TO FOUND-IDX.
           MOVE 0 TO C-RET-MATCHES.
           MOVE 0 TO C-RET-NUM-IDX.

           PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PT-CNT
               IF PT-REC-TYPE(PT-IDX) = "P"
                   AND PT-METHOD(PT-IDX) = "K"
                   AND PT-CHECK-NO(PT-IDX) = BK-CHECK-NO
                   AND BK-CHECK-NO NOT = SPACES
                   IF PT-AMT(PT-IDX) = BK-AMT
                       ADD 1 TO C-RET-MATCHES
                       IF FOUND-IDX = 0
                           MOVE PT-IDX TO FOUND-IDX
                       END-IF
                   ELSE
                       IF C-RET-NUM-IDX = 0
                           MOVE PT-IDX TO C-RET-NUM-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "R" TO EXC-W-KIND.

           IF C-RET-MATCHES = 0
               IF C-RET-NUM-IDX = 0
                   MOVE "RETURNED - NOT ON PAYMENT FILE"
                       TO EXC-W-STAT
               ELSE
                   MOVE C-RET-NUM-IDX TO FOUND-IDX
                   MOVE "RETURNED - AMOUNT DIFFERS" TO EXC-W-STAT
               END-IF
           ELSE
               IF C-RET-MATCHES > 1
                   MOVE "RETURNED - 2+ POSTINGS MATCH" TO EXC-W-STAT
               ELSE
                   PERFORM 2210-CHECK-REVERSED
                   IF SW-REVERSED = "YES"
                       MOVE "ALREADY REVERSED" TO EXC-W-STAT
                   ELSE
                       IF SW-PMT-BATCH-OK = "NO"
                           MOVE "HELD - PAYMENT FILE OUT OF BAL"
                               TO EXC-W-STAT
                       ELSE
                           IF PT-CNT >= 2000
                               MOVE "REVERSAL HELD - TABLE FULL"
                                   TO EXC-W-STAT
                               MOVE 4 TO C-NEW-RC
                               PERFORM 9900-RAISE-RC
                           ELSE
                               PERFORM 2220-ADD-REVERSAL
                               MOVE "REVERSAL WRITTEN" TO EXC-W-STAT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 2800-NOTE-EXCEPTION.

      *----------------------
      *Does the payment file already hold a reversal for the family
      *and check number at FOUND-IDX?
       2210-CHECK-REVERSED.

           MOVE "NO" TO SW-REVERSED.

           PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PT-CNT
               IF PT-REC-TYPE(PT-IDX) = "R"
                   AND PT-CHECK-NO(PT-IDX) = PT-CHECK-NO(FOUND-IDX)
                   AND PT-LNAME(PT-IDX) = PT-LNAME(FOUND-IDX)
                   AND PT-FNAME(PT-IDX) = PT-FNAME(FOUND-IDX)
                   AND PT-ADDRESS(PT-IDX) = PT-ADDRESS(FOUND-IDX)
                   MOVE "YES" TO SW-REVERSED
               END-IF
           END-PERFORM.

      *----------------------
      *The reversal carries the original posting's customer key,
      *amount and check number, dated the day the bank returned it.
       2220-ADD-REVERSAL.

           ADD 1 TO PT-CNT.
           MOVE PT-DATA(FOUND-IDX) TO PT-DATA(PT-CNT).
           MOVE "R" TO PT-REC-TYPE(PT-CNT).
           MOVE BK-DATE TO PT-DATE(PT-CNT).
           MOVE "YES" TO PT-CLEARED(PT-CNT).

           ADD 1 TO C-REV-CTR.
           ADD PT-AMT(FOUND-IDX) TO C-REV-TOT.
           MOVE "YES" TO SW-PMT-CHANGED.

      *----------------------
      *File the current statement item as an exception of kind
      *EXC-W-KIND, with the posting at FOUND-IDX alongside it when
      *there is one.
       2800-NOTE-EXCEPTION.

           MOVE 4 TO C-NEW-RC.
           PERFORM 9900-RAISE-RC.

           IF EXC-CTR < 500
               ADD 1 TO EXC-CTR
               MOVE EXC-W-KIND TO EXC-KIND(EXC-CTR)
               MOVE BK-TRAN-TYPE TO EXC-BK-TYPE(EXC-CTR)
               MOVE BK-DATE TO EXC-DATE(EXC-CTR)
               MOVE BK-CHECK-NO TO EXC-CHECK-NO(EXC-CTR)
               MOVE BK-AMT TO EXC-BK-AMT(EXC-CTR)
               MOVE EXC-W-STAT TO EXC-STAT(EXC-CTR)
               IF FOUND-IDX > 0
                   MOVE PT-AMT(FOUND-IDX) TO EXC-PT-AMT(EXC-CTR)
                   MOVE PT-LNAME(FOUND-IDX) TO EXC-LNAME(EXC-CTR)
                   MOVE PT-FNAME(FOUND-IDX) TO EXC-FNAME(EXC-CTR)
               ELSE
                   MOVE 0 TO EXC-PT-AMT(EXC-CTR)
                   MOVE SPACES TO EXC-LNAME(EXC-CTR)
                   MOVE SPACES TO EXC-FNAME(EXC-CTR)
               END-IF
           ELSE
               MOVE "YES" TO SW-EXC-TBL-FULL
           END-IF.

      *----------------------
      *Print the exceptions by kind, then the posted checks no bank
      *item claimed, the counts, and write back the payment file if
      *a reversal went into it.
       3000-CLOSING.

           MOVE "AMOUNT MISMATCHES:" TO O-SECT-TITLE.
           MOVE "M" TO EXC-W-KIND.
           PERFORM 3100-EXC-SECTION.

           MOVE "BANK ITEMS NOT POSTED:" TO O-SECT-TITLE.
           MOVE "N" TO EXC-W-KIND.
           PERFORM 3100-EXC-SECTION.

           MOVE "RETURNED ITEMS:" TO O-SECT-TITLE.
           MOVE "R" TO EXC-W-KIND.
           PERFORM 3100-EXC-SECTION.

           IF SW-EXC-TBL-FULL = "YES"
               WRITE PRTLINE
                   FROM EXC-FULL-NOTE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 3200-OUTSTANDING.

           IF SW-PMT-BATCH-OK = "NO"
               WRITE PRTLINE
                   FROM PMT-HELD-NOTE-LINE
                       AFTER ADVANCING 3 LINES
           END-IF.

           IF SW-PMT-CHANGED = "YES"
               PERFORM 3400-WRITE-PAYMENTS
           END-IF.

           MOVE C-BK-CTR TO O-BK-CTR.
           MOVE C-MATCH-CTR TO O-MATCH-CTR.
           MOVE C-MATCH-TOT TO O-MATCH-TOT.
           MOVE C-MISM-CTR TO O-MISM-CTR.
           MOVE C-UNP-CTR TO O-UNP-CTR.
           MOVE C-UNP-TOT TO O-UNP-TOT.
           MOVE C-RET-CTR TO O-RET-CTR.
           MOVE C-REV-CTR TO O-REV-CTR.
           MOVE C-REV-TOT TO O-REV-TOT.
           MOVE C-OUTST-CTR TO O-OUTST-CTR.
           MOVE C-OUTST-TOT TO O-OUTST-TOT.

           WRITE PRTLINE
               FROM SUMMARY-LINE-1
                   AFTER ADVANCING 3 LINES.

           WRITE PRTLINE
               FROM SUMMARY-LINE-2
                   AFTER ADVANCING 2 LINES.

           CLOSE BANK-STMT.
           CLOSE RECON-PRT.

      *----------------------
      *One exception section - every held exception of kind
      *EXC-W-KIND, or NONE.
       3100-EXC-SECTION.

           WRITE PRTLINE
               FROM EXC-SECT-HDG
                   AFTER ADVANCING 3 LINES.

           MOVE 0 TO FOUND-IDX.

           PERFORM VARYING EXC-IDX FROM 1 BY 1
             UNTIL EXC-IDX > EXC-CTR
               IF EXC-KIND(EXC-IDX) = EXC-W-KIND
                   ADD 1 TO FOUND-IDX
                   PERFORM 3110-EXC-LINE
               END-IF
           END-PERFORM.

           IF FOUND-IDX = 0
               WRITE PRTLINE
                   FROM EXC-NONE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

      *----------------------

       3110-EXC-LINE.

           IF EXC-BK-TYPE(EXC-IDX) = "D"
               MOVE "DEPOSIT" TO O-EXC-TYPE
           ELSE
               IF EXC-BK-TYPE(EXC-IDX) = "C"
                   MOVE "CLEARED" TO O-EXC-TYPE
               ELSE
                   IF EXC-BK-TYPE(EXC-IDX) = "R"
                       MOVE "RETURNED" TO O-EXC-TYPE
                   ELSE
                       MOVE "?" TO O-EXC-TYPE
                   END-IF
               END-IF
           END-IF.

           MOVE EXC-DATE(EXC-IDX) TO O-EXC-DATE.
           MOVE EXC-CHECK-NO(EXC-IDX) TO O-EXC-CHECK-NO.
           MOVE EXC-BK-AMT(EXC-IDX) TO O-EXC-BK-AMT.
           MOVE EXC-PT-AMT(EXC-IDX) TO O-EXC-PT-AMT.
           MOVE EXC-LNAME(EXC-IDX) TO O-EXC-LNAME.
           MOVE EXC-FNAME(EXC-IDX) TO O-EXC-FNAME.
           MOVE EXC-STAT(EXC-IDX) TO O-EXC-STAT.

           WRITE PRTLINE
               FROM EXC-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Every posted check no statement item claimed - still out
      *there, or never deposited.
       3200-OUTSTANDING.

           MOVE "POSTED CHECKS NOT CLEARED:" TO O-SECT-TITLE.

           WRITE PRTLINE
               FROM EXC-SECT-HDG
                   AFTER ADVANCING 3 LINES.

           PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PT-CNT
               IF PT-REC-TYPE(PT-IDX) = "P"
                   AND PT-METHOD(PT-IDX) = "K"
                   AND PT-CLEARED(PT-IDX) = "NO"
                   PERFORM 3210-OUTSTANDING-LINE
               END-IF
           END-PERFORM.

           IF C-OUTST-CTR = 0
               WRITE PRTLINE
                   FROM EXC-NONE-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               MOVE 4 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           END-IF.

      *----------------------

       3210-OUTSTANDING-LINE.

           ADD 1 TO C-OUTST-CTR.

           IF PT-AMT(PT-IDX) NUMERIC
               ADD PT-AMT(PT-IDX) TO C-OUTST-TOT
               MOVE PT-AMT(PT-IDX) TO O-EXC-PT-AMT
           ELSE
               MOVE 0 TO O-EXC-PT-AMT
           END-IF.

           MOVE "POSTED" TO O-EXC-TYPE.
           MOVE PT-DATE(PT-IDX) TO O-EXC-DATE.
           MOVE PT-CHECK-NO(PT-IDX) TO O-EXC-CHECK-NO.
           MOVE 0 TO O-EXC-BK-AMT.
           MOVE PT-LNAME(PT-IDX) TO O-EXC-LNAME.
           MOVE PT-FNAME(PT-IDX) TO O-EXC-FNAME.
           MOVE "NOT CLEARED" TO O-EXC-STAT.

           WRITE PRTLINE
               FROM EXC-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HDG.

      *----------------------
      *Put the payment file back - every record in its original
      *order, the new reversals behind them, and a trailer whose
      *count and net dollars now include the reversals, so the
      *weekly run's batch check still proves.
       3400-WRITE-PAYMENTS.

           OPEN OUTPUT PAYMENT-FILE.

           PERFORM VARYING PT-IDX FROM 1 BY 1
             UNTIL PT-IDX > PT-CNT
               WRITE PMT-REC FROM PT-DATA(PT-IDX)
           END-PERFORM.

           MOVE SPACES TO PMT-REC.
           MOVE "T" TO PMT-REC-TYPE.
           MOVE PT-CNT TO PMT-TRL-REC-CT.
           COMPUTE PMT-TRL-AMT = C-PMT-DOL-TOT - C-REV-TOT.
           WRITE PMT-REC.

           CLOSE PAYMENT-FILE.

      *----------------------
      *Read one bank statement item
       9000-READ-BANK.

           READ BANK-STMT
               AT END
                   MOVE "NO" TO MORE-BANK.

      *----------------------
      *Read one payment record
       9700-READ-PMT.

           READ PAYMENT-FILE
               AT END
                   MOVE "NO" TO MORE-PMTS.

      *----------------------
      *Raise the run's return code to C-NEW-RC's severity - never
      *lower it.
       9900-RAISE-RC.

           IF C-NEW-RC > RETURN-CODE
               MOVE C-NEW-RC TO RETURN-CODE
           END-IF.

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

           WRITE PRTLINE
               FROM COLUMN-HDG
                   AFTER ADVANCING 2 LINES.

       END PROGRAM CBLNB08.

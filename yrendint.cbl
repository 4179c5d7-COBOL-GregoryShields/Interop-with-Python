       IDENTIFICATION DIVISION.
       PROGRAM-ID. yrendint.

      *> Year-end interest statement and tax reporting extract.
      *> Reads the whole of HISTFILE in SID order and totals, per
      *> SID, the interest CAPINT capitalized in the tax year (type
      *> C entries dated in the year) less any reversal of it (type
      *> R entries with HIST-ACTION C).  A reversal counts against
      *> the year of the capitalization it backs out, not the year
      *> it was posted, so the filing for a year always shows the
      *> interest that year finally earned.  History outlives a
      *> purge, so students since moved to STUDARCH are included;
      *> the name comes from STUDMAST, else STUDARCH.
      *>
      *> Each student whose net interest reaches the reporting
      *> threshold the caller passes gets an annual statement on
      *> YESTMT and a detail record on the fixed-format filing
      *> extract, which ends with a trailer carrying the record count
      *> and the total reported.  The caller passes the tax year
      *> (zero means the year just ended - the business year itself
      *> on 31 December, the year before on any other date) and the
      *> threshold in cents-bearing 9(7)V99 form.
      *>
      *> Every run appends a control record to YECTL.  The first run
      *> for a tax year is the original filing and writes TAXEXTR;
      *> a later run for the same year is an amended filing, numbered
      *> on from the last, and writes TAXEXTR.Ann so the original
      *> extract is never overwritten.  An amended run is flagged on
      *> the statements, the extract header, the console and with
      *> return code 4, as is a run that reports nobody.  Return
      *> code 12 when HISTFILE cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ARCHIVE-MASTER-FILE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-SID
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "YESTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT TAX-EXTRACT-FILE ASSIGN USING WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT YEAR-END-CONTROL-FILE ASSIGN TO "YECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-END-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY histrec.

       FD  STUDENT-MASTER-FILE.
       COPY studrec.

       FD  ARCHIVE-MASTER-FILE.
       COPY archrec.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC PIC X(80).

       FD  TAX-EXTRACT-FILE.
       01  TAX-EXTRACT-REC PIC X(80).

       FD  YEAR-END-CONTROL-FILE.
       01  YEAR-END-CONTROL-REC.
           05 YEC-TAX-YEAR         PIC 9(4).
           05 FILLER               PIC X.
           05 YEC-FILING-SEQ       PIC 9(2).
           05 FILLER               PIC X.
           05 YEC-FILING-TYPE      PIC X.
              88 YEC-ORIGINAL      VALUE 'O'.
              88 YEC-AMENDED       VALUE 'A'.
           05 FILLER               PIC X.
           05 YEC-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 YEC-RUN-TIME         PIC 9(8).
           05 FILLER               PIC X.
           05 YEC-COUNT            PIC 9(8).
           05 FILLER               PIC X.
           05 YEC-TOTAL            PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X.
           05 YEC-EXTRACT-NAME     PIC X(11).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01 WS-STATEMENT-STATUS      PIC XX VALUE '00'.
       01 WS-EXTRACT-STATUS        PIC XX VALUE '00'.
       01 WS-YEAR-END-STATUS       PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-MASTER-OPEN           PIC X VALUE 'N'.
       01 WS-ARCHIVE-OPEN          PIC X VALUE 'N'.
       01 WS-OPEN-ERROR-SWITCH     PIC X VALUE 'N'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME              PIC 9(8) VALUE ZERO.
       01 WS-RUN-YEAR              PIC 9(4) VALUE ZERO.
       01 WS-RUN-MMDD              PIC 9(4) VALUE ZERO.
       01 WS-TAX-YEAR              PIC 9(4) VALUE ZERO.
       01 WS-YEAR-START            PIC 9(8) VALUE ZERO.
       01 WS-YEAR-END              PIC 9(8) VALUE ZERO.
       01 WS-THRESHOLD             PIC 9(7)V99 VALUE ZERO.
       01 WS-FILING-SEQ            PIC 9(2) VALUE ZERO.
       01 WS-FILING-TYPE           PIC X VALUE 'O'.
       01 WS-PRIOR-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01 WS-EXTRACT-NAME.
           05 FILLER               PIC X(7) VALUE 'TAXEXTR'.
           05 WS-EXTRACT-SUFFIX.
               10 WS-EXTRACT-TAG   PIC X(2).
               10 WS-EXTRACT-SEQ   PIC 9(2).
       01 WS-CURRENT-SID           PIC 9(8) VALUE ZERO.
       01 WS-SID-ACTIVE            PIC X VALUE 'N'.
       01 WS-SID-CREDITED          PIC S9(9)V99 VALUE ZERO.
       01 WS-SID-REVERSED          PIC S9(9)V99 VALUE ZERO.
       01 WS-SID-NET               PIC S9(9)V99 VALUE ZERO.
       01 WS-SID-NAME              PIC A(15) VALUE SPACES.
       01 WS-SID-ARCHIVED          PIC X VALUE 'N'.
       01 WS-HISTORY-READ          PIC 9(8) VALUE ZERO.
       01 WS-CREDIT-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-REVERSAL-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-STUDENT-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-REPORTED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-BELOW-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-NO-NAME-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-YEAR-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01 WS-REVERSED-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01 WS-REPORTED-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01 WS-BELOW-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01 WS-EXTRACT-HEADER.
           05 FILLER               PIC X VALUE 'H'.
           05 WS-TAXH-TAX-YEAR     PIC 9(4).
           05 WS-TAXH-FILING-TYPE  PIC X.
           05 WS-TAXH-FILING-SEQ   PIC 9(2).
           05 WS-TAXH-RUN-DATE     PIC 9(8).
           05 WS-TAXH-THRESHOLD    PIC 9(7)V99.
           05 FILLER               PIC X(55) VALUE SPACES.
       01 WS-EXTRACT-DETAIL.
           05 FILLER               PIC X VALUE 'D'.
           05 WS-TAXD-SID          PIC 9(8).
           05 WS-TAXD-NAME         PIC X(15).
           05 WS-TAXD-INTEREST     PIC 9(9)V99.
           05 WS-TAXD-ARCHIVED     PIC X.
           05 FILLER               PIC X(44) VALUE SPACES.
       01 WS-EXTRACT-TRAILER.
           05 FILLER               PIC X VALUE 'T'.
           05 WS-TAXT-COUNT        PIC 9(8).
           05 WS-TAXT-TOTAL        PIC 9(11)V99.
           05 FILLER               PIC X(58) VALUE SPACES.
       01 WS-STMT-HEADING.
           05 FILLER               PIC X(26)
               VALUE 'ANNUAL INTEREST STATEMENT '.
           05 FILLER               PIC X(9) VALUE 'TAX YEAR '.
           05 WS-STH-YEAR          PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-STH-FILING        PIC X(11).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE 'RUN DATE '.
           05 WS-STH-DATE          PIC 9999/99/99.
           05 FILLER               PIC X(7) VALUE SPACES.
       01 WS-STMT-STUDENT-LINE.
           05 FILLER               PIC X(4) VALUE 'SID '.
           05 WS-STS-SID           PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-STS-NAME          PIC A(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-STS-NOTE          PIC X(20).
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-STMT-AMOUNT-LINE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 WS-STA-LABEL         PIC X(30).
           05 WS-STA-AMOUNT        PIC -9(9).99.
           05 FILLER               PIC X(25) VALUE SPACES.
       01 WS-SUMMARY-HEADING.
           05 FILLER               PIC X(30)
               VALUE 'YEAR-END INTEREST RUN SUMMARY '.
           05 FILLER               PIC X(9) VALUE 'TAX YEAR '.
           05 WS-SUMH-YEAR         PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SUMH-FILING       PIC X(11).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SUMH-EXTRACT      PIC X(11).
           05 FILLER               PIC X(11) VALUE SPACES.
       01 WS-SUMMARY-COUNT-LINE.
           05 WS-SUMC-LABEL        PIC X(30).
           05 WS-SUMC-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(42) VALUE SPACES.
       01 WS-SUMMARY-AMOUNT-LINE.
           05 WS-SUMA-LABEL        PIC X(30).
           05 WS-SUMA-AMOUNT       PIC -9(11).99.
           05 FILLER               PIC X(35) VALUE SPACES.
       01 WS-FILING-DESC           PIC X(11) VALUE SPACES.
       01 WS-YEAR-END-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'YEAR-END INTEREST '.
           05 WS-YAUD-YEAR         PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-YAUD-TYPE         PIC X.
           05 WS-YAUD-SEQ          PIC 9(2).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-YAUD-COUNT        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-YAUD-TOTAL        PIC -9(11).99.
           05 FILLER               PIC X(27) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TAX-YEAR              PIC 9(4).
       01 LK-REPORT-THRESHOLD      PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-TAX-YEAR LK-REPORT-THRESHOLD.
       MAIN-ENTRY.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-TAX-YEAR.
           PERFORM READ-YEAR-END-CONTROL.
           PERFORM OPEN-FILES.
           IF WS-OPEN-ERROR-SWITCH = 'Y'
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM WRITE-EXTRACT-HEADER
               PERFORM READ-HISTORY UNTIL WS-EOF-SWITCH = 'Y'
               IF WS-SID-ACTIVE = 'Y'
                   PERFORM FINISH-STUDENT
               END-IF
               PERFORM WRITE-EXTRACT-TRAILER
               PERFORM PRINT-RUN-SUMMARY
               PERFORM CLOSE-FILES
               PERFORM WRITE-YEAR-END-CONTROL
               PERFORM WRITE-YEAR-END-AUDIT
               IF WS-FILING-TYPE = 'A' OR WS-REPORTED-COUNT = ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'YRENDINT TAX YEAR            ' WS-TAX-YEAR.
           DISPLAY 'YRENDINT FILING              ' WS-FILING-DESC.
           DISPLAY 'YRENDINT STUDENTS WITH INT   ' WS-STUDENT-COUNT.
           DISPLAY 'YRENDINT STUDENTS REPORTED   ' WS-REPORTED-COUNT.
           DISPLAY 'YRENDINT BELOW THRESHOLD     ' WS-BELOW-COUNT.
           IF WS-FILING-TYPE = 'A'
               DISPLAY 'YRENDINT AMENDED FILING - EXTRACT WRITTEN TO '
                   WS-EXTRACT-NAME
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATE-CONTROL-STATUS = '00'
               READ DATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATE-CONTROL-IO-REC TO DATE-CONTROL-REC
                       IF DCTL-BUSINESS-DATE IS NUMERIC
                           MOVE DCTL-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE DATE-CONTROL-FILE
           END-IF.

       SET-TAX-YEAR.
           DIVIDE WS-RUN-DATE BY 10000
               GIVING WS-RUN-YEAR REMAINDER WS-RUN-MMDD.
           IF LK-TAX-YEAR IS NUMERIC AND LK-TAX-YEAR NOT = ZERO
               MOVE LK-TAX-YEAR TO WS-TAX-YEAR
           ELSE
           IF WS-RUN-MMDD = 1231
               MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           END-IF
           END-IF.
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231.
           IF LK-REPORT-THRESHOLD IS NUMERIC
               MOVE LK-REPORT-THRESHOLD TO WS-THRESHOLD
           ELSE
               DISPLAY 'WARNING: reporting threshold not numeric -'
                   ' every student with interest is reported'
               MOVE ZERO TO WS-THRESHOLD
           END-IF.

      *> The control file is a log of every filing run.  The highest
      *> filing number already on it for the tax year decides whether
      *> this run is the original or an amendment, and the last one
      *> is shown on the summary for comparison.
       READ-YEAR-END-CONTROL.
           MOVE ZERO TO WS-FILING-SEQ.
           OPEN INPUT YEAR-END-CONTROL-FILE.
           IF WS-YEAR-END-STATUS = '00'
               PERFORM UNTIL WS-YEAR-END-STATUS NOT = '00'
                   READ YEAR-END-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF YEC-TAX-YEAR IS NUMERIC
                                   AND YEC-TAX-YEAR = WS-TAX-YEAR
                                   AND YEC-FILING-SEQ IS NUMERIC
                                   AND YEC-FILING-SEQ >= WS-FILING-SEQ
                               MOVE YEC-FILING-SEQ TO WS-FILING-SEQ
                               MOVE YEC-COUNT TO WS-PRIOR-COUNT
                               MOVE YEC-TOTAL TO WS-PRIOR-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-END-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-FILING-SEQ.
           IF WS-FILING-SEQ = 1
               MOVE 'O' TO WS-FILING-TYPE
               MOVE 'ORIGINAL' TO WS-FILING-DESC
               MOVE SPACES TO WS-EXTRACT-SUFFIX
           ELSE
               MOVE 'A' TO WS-FILING-TYPE
               MOVE 'AMENDED' TO WS-FILING-DESC
               MOVE '.A' TO WS-EXTRACT-TAG
               MOVE WS-FILING-SEQ TO WS-EXTRACT-SEQ
           END-IF.

       OPEN-FILES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HISTFILE, status='
                   WS-HISTORY-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           ELSE
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-STUDENT-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               ELSE
                   DISPLAY 'WARNING: cannot open STUDMAST, status='
                       WS-STUDENT-MASTER-STATUS ' - no names'
               END-IF
               OPEN INPUT ARCHIVE-MASTER-FILE
               IF WS-ARCHIVE-STATUS = '00'
                   MOVE 'Y' TO WS-ARCHIVE-OPEN
               ELSE
                   DISPLAY 'WARNING: cannot open STUDARCH, status='
                       WS-ARCHIVE-STATUS ' - no archived names'
               END-IF
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT TAX-EXTRACT-FILE
           END-IF.

      *> HISTFILE is keyed SID/date/sequence, so a straight read
      *> brings each student's movements together; the totals for
      *> one SID are finished when the next SID turns up.
       READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF WS-SID-ACTIVE = 'Y'
                           AND HIST-SID NOT = WS-CURRENT-SID
                       PERFORM FINISH-STUDENT
                   END-IF
                   PERFORM ADD-HISTORY-ENTRY
           END-READ.

       ADD-HISTORY-ENTRY.
           IF HIST-CAPITALIZATION
                   AND HIST-DATE >= WS-YEAR-START
                   AND HIST-DATE <= WS-YEAR-END
               PERFORM START-STUDENT-IF-NEEDED
               ADD HIST-AMOUNT TO WS-SID-CREDITED
               ADD 1 TO WS-CREDIT-COUNT
           END-IF.
           IF HIST-REVERSAL AND HIST-ACTION = 'C'
                   AND HIST-REVERSED-DATE >= WS-YEAR-START
                   AND HIST-REVERSED-DATE <= WS-YEAR-END
               PERFORM START-STUDENT-IF-NEEDED
               ADD HIST-AMOUNT TO WS-SID-REVERSED
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF.

       START-STUDENT-IF-NEEDED.
           IF WS-SID-ACTIVE = 'N'
               MOVE 'Y' TO WS-SID-ACTIVE
               MOVE HIST-SID TO WS-CURRENT-SID
               MOVE ZERO TO WS-SID-CREDITED
               MOVE ZERO TO WS-SID-REVERSED
           END-IF.

      *> A reversal's amount is the negative of the interest it backs
      *> out, so adding it nets the year down.
       FINISH-STUDENT.
           MOVE 'N' TO WS-SID-ACTIVE.
           COMPUTE WS-SID-NET = WS-SID-CREDITED + WS-SID-REVERSED.
           ADD 1 TO WS-STUDENT-COUNT.
           ADD WS-SID-NET TO WS-YEAR-TOTAL.
           ADD WS-SID-REVERSED TO WS-REVERSED-TOTAL.
           PERFORM FIND-STUDENT-NAME.
           IF WS-SID-NET > ZERO AND WS-SID-NET >= WS-THRESHOLD
               ADD 1 TO WS-REPORTED-COUNT
               ADD WS-SID-NET TO WS-REPORTED-TOTAL
               PERFORM PRINT-STUDENT-STATEMENT
               PERFORM WRITE-EXTRACT-DETAIL
           ELSE
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-SID-NET TO WS-BELOW-TOTAL
           END-IF.

       FIND-STUDENT-NAME.
           MOVE SPACES TO WS-SID-NAME.
           MOVE 'N' TO WS-SID-ARCHIVED.
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-CURRENT-SID TO SID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NAME TO WS-SID-NAME
               END-READ
           END-IF.
           IF WS-SID-NAME = SPACES AND WS-ARCHIVE-OPEN = 'Y'
               MOVE WS-CURRENT-SID TO ARC-SID
               READ ARCHIVE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARC-NAME TO WS-SID-NAME
                       MOVE 'Y' TO WS-SID-ARCHIVED
                       ADD 1 TO WS-ARCHIVED-COUNT
               END-READ
           END-IF.
           IF WS-SID-NAME = SPACES
               MOVE 'NAME NOT ON FILE' TO WS-SID-NAME
               ADD 1 TO WS-NO-NAME-COUNT
           END-IF.

       PRINT-STUDENT-STATEMENT.
           MOVE WS-TAX-YEAR    TO WS-STH-YEAR.
           MOVE WS-FILING-DESC TO WS-STH-FILING.
           MOVE WS-RUN-DATE    TO WS-STH-DATE.
           MOVE WS-STMT-HEADING TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-BLANK-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-CURRENT-SID TO WS-STS-SID.
           MOVE WS-SID-NAME    TO WS-STS-NAME.
           IF WS-SID-ARCHIVED = 'Y'
               MOVE 'ACCOUNT ARCHIVED' TO WS-STS-NOTE
           ELSE
               MOVE SPACES TO WS-STS-NOTE
           END-IF.
           MOVE WS-STMT-STUDENT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-BLANK-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 'INTEREST CREDITED'        TO WS-STA-LABEL.
           MOVE WS-SID-CREDITED            TO WS-STA-AMOUNT.
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 'INTEREST REVERSED'        TO WS-STA-LABEL.
           MOVE WS-SID-REVERSED            TO WS-STA-AMOUNT.
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 'TOTAL INTEREST FOR THE YEAR' TO WS-STA-LABEL.
           MOVE WS-SID-NET                 TO WS-STA-AMOUNT.
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-BLANK-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.

       WRITE-EXTRACT-HEADER.
           MOVE WS-TAX-YEAR    TO WS-TAXH-TAX-YEAR.
           MOVE WS-FILING-TYPE TO WS-TAXH-FILING-TYPE.
           MOVE WS-FILING-SEQ  TO WS-TAXH-FILING-SEQ.
           MOVE WS-RUN-DATE    TO WS-TAXH-RUN-DATE.
           MOVE WS-THRESHOLD   TO WS-TAXH-THRESHOLD.
           MOVE WS-EXTRACT-HEADER TO TAX-EXTRACT-REC.
           WRITE TAX-EXTRACT-REC.

       WRITE-EXTRACT-DETAIL.
           MOVE WS-CURRENT-SID  TO WS-TAXD-SID.
           MOVE WS-SID-NAME     TO WS-TAXD-NAME.
           MOVE WS-SID-NET      TO WS-TAXD-INTEREST.
           MOVE WS-SID-ARCHIVED TO WS-TAXD-ARCHIVED.
           MOVE WS-EXTRACT-DETAIL TO TAX-EXTRACT-REC.
           WRITE TAX-EXTRACT-REC.

       WRITE-EXTRACT-TRAILER.
           MOVE WS-REPORTED-COUNT TO WS-TAXT-COUNT.
           MOVE WS-REPORTED-TOTAL TO WS-TAXT-TOTAL.
           MOVE WS-EXTRACT-TRAILER TO TAX-EXTRACT-REC.
           WRITE TAX-EXTRACT-REC.

       PRINT-RUN-SUMMARY.
           MOVE WS-TAX-YEAR    TO WS-SUMH-YEAR.
           MOVE WS-FILING-DESC TO WS-SUMH-FILING.
           MOVE WS-EXTRACT-NAME TO WS-SUMH-EXTRACT.
           MOVE WS-SUMMARY-HEADING TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-BLANK-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 'HISTORY RECORDS READ'      TO WS-SUMC-LABEL.
           MOVE WS-HISTORY-READ             TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'INTEREST CREDITS IN YEAR'  TO WS-SUMC-LABEL.
           MOVE WS-CREDIT-COUNT             TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'INTEREST REVERSALS NETTED' TO WS-SUMC-LABEL.
           MOVE WS-REVERSAL-COUNT           TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'STUDENTS WITH INTEREST'    TO WS-SUMC-LABEL.
           MOVE WS-STUDENT-COUNT            TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE '  OF WHICH ARCHIVED'       TO WS-SUMC-LABEL.
           MOVE WS-ARCHIVED-COUNT           TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE '  OF WHICH NAME NOT ON FILE' TO WS-SUMC-LABEL.
           MOVE WS-NO-NAME-COUNT            TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'STUDENTS REPORTED'         TO WS-SUMC-LABEL.
           MOVE WS-REPORTED-COUNT           TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'STUDENTS BELOW THRESHOLD'  TO WS-SUMC-LABEL.
           MOVE WS-BELOW-COUNT              TO WS-SUMC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE WS-BLANK-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 'REPORTING THRESHOLD'       TO WS-SUMA-LABEL.
           MOVE WS-THRESHOLD                TO WS-SUMA-AMOUNT.
           PERFORM WRITE-SUMMARY-AMOUNT.
           MOVE 'TOTAL INTEREST FOR YEAR'   TO WS-SUMA-LABEL.
           MOVE WS-YEAR-TOTAL               TO WS-SUMA-AMOUNT.
           PERFORM WRITE-SUMMARY-AMOUNT.
           MOVE '  INCLUDING REVERSALS'     TO WS-SUMA-LABEL.
           MOVE WS-REVERSED-TOTAL           TO WS-SUMA-AMOUNT.
           PERFORM WRITE-SUMMARY-AMOUNT.
           MOVE 'TOTAL REPORTED'            TO WS-SUMA-LABEL.
           MOVE WS-REPORTED-TOTAL           TO WS-SUMA-AMOUNT.
           PERFORM WRITE-SUMMARY-AMOUNT.
           MOVE 'TOTAL BELOW THRESHOLD'     TO WS-SUMA-LABEL.
           MOVE WS-BELOW-TOTAL              TO WS-SUMA-AMOUNT.
           PERFORM WRITE-SUMMARY-AMOUNT.
           IF WS-FILING-TYPE = 'A'
               MOVE WS-BLANK-LINE TO STATEMENT-REC
               WRITE STATEMENT-REC
               MOVE 'PREVIOUS FILING COUNT'  TO WS-SUMC-LABEL
               MOVE WS-PRIOR-COUNT           TO WS-SUMC-COUNT
               PERFORM WRITE-SUMMARY-COUNT
               MOVE 'PREVIOUS FILING TOTAL'  TO WS-SUMA-LABEL
               MOVE WS-PRIOR-TOTAL           TO WS-SUMA-AMOUNT
               PERFORM WRITE-SUMMARY-AMOUNT
           END-IF.

       WRITE-SUMMARY-COUNT.
           MOVE WS-SUMMARY-COUNT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.

       WRITE-SUMMARY-AMOUNT.
           MOVE WS-SUMMARY-AMOUNT-LINE TO STATEMENT-REC.
           WRITE STATEMENT-REC.

       WRITE-YEAR-END-CONTROL.
           MOVE SPACES            TO YEAR-END-CONTROL-REC.
           MOVE WS-TAX-YEAR       TO YEC-TAX-YEAR.
           MOVE WS-FILING-SEQ     TO YEC-FILING-SEQ.
           MOVE WS-FILING-TYPE    TO YEC-FILING-TYPE.
           MOVE WS-RUN-DATE       TO YEC-RUN-DATE.
           MOVE WS-RUN-TIME       TO YEC-RUN-TIME.
           MOVE WS-REPORTED-COUNT TO YEC-COUNT.
           MOVE WS-REPORTED-TOTAL TO YEC-TOTAL.
           MOVE WS-EXTRACT-NAME   TO YEC-EXTRACT-NAME.
           OPEN EXTEND YEAR-END-CONTROL-FILE.
           IF WS-YEAR-END-STATUS NOT = '00'
               OPEN OUTPUT YEAR-END-CONTROL-FILE
           END-IF.
           WRITE YEAR-END-CONTROL-REC.
           CLOSE YEAR-END-CONTROL-FILE.

       WRITE-YEAR-END-AUDIT.
           MOVE WS-TAX-YEAR       TO WS-YAUD-YEAR.
           MOVE WS-FILING-TYPE    TO WS-YAUD-TYPE.
           MOVE WS-FILING-SEQ     TO WS-YAUD-SEQ.
           MOVE WS-REPORTED-COUNT TO WS-YAUD-COUNT.
           MOVE WS-REPORTED-TOTAL TO WS-YAUD-TOTAL.
           MOVE WS-YEAR-END-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       CLOSE-FILES.
           CLOSE HISTORY-FILE.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE ARCHIVE-MASTER-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           CLOSE TAX-EXTRACT-FILE.

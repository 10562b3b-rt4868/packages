       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRADERDC.

      *****************************************************************
      * TRADERDC - customer document delivery control report.         *
      *                                                               *
      * TRADERCF, TRADERST and TRADERTX each send a customer's        *
      * document the way the TRADCMST delivery preference says - to   *
      * the print file for the mailroom, to a portal export for the   *
      * vendor, or both - and close their export with a trailer of    *
      * what they did (see EDELREC.cpy).  This job proves, per        *
      * document type, that nothing went missing in between:          *
      *                                                               *
      *   - documents produced = printed + exported - sent both ways  *
      *     (every document went at least one way, none twice over)   *
      *   - the headers actually on the export file = the documents   *
      *     the producer says it exported, and the header and detail  *
      *     rows on file = the trailer's row counts                   *
      *   - every detail row sits under its own document's header,    *
      *     numbered on from the one before, and nothing follows the  *
      *     trailer                                                   *
      *                                                               *
      * An export with no trailer is out of balance outright - the    *
      * producer did not finish and the vendor must not load it.      *
      * Electronic customers printed for want of an e-mail address    *
      * are shown so Cust_Maint can chase them.                       *
      *                                                               *
      *   CN  contract notes   TRADCFEX  from TRADERCF (nightly)      *
      *   ST  statements       TRADSTEX  from TRADERST (month-end)    *
      *   TX  tax packs        TRADTXEX  from TRADERTX (year-end)     *
      *                                                               *
      * Run after TRADERCF every night and after TRADERST / TRADERTX  *
      * when they run, before the exports are released to the         *
      * vendor.  Each file's block shows the run date on its trailer, *
      * so an export left from an earlier run is plain to see; an     *
      * export not yet on the system is noted and not checked.        *
      * Read-only, so it needs no run control - it can be run again   *
      * at any time.                                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CF-EXPORT-FILE ASSIGN TO "TRADCFEX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CFEX-FILE-STATUS.

           SELECT ST-EXPORT-FILE ASSIGN TO "TRADSTEX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS STEX-FILE-STATUS.

           SELECT TX-EXPORT-FILE ASSIGN TO "TRADTXEX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TXEX-FILE-STATUS.

           SELECT DELIVERY-REPORT-FILE ASSIGN TO "TRADDCRP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      * All three exports are EDELIVERY-RECORD (EDELREC.cpy), read
      * into the working copy.
       FD  CF-EXPORT-FILE.
       01 CF-EXPORT-RECORD              PIC X(239).

       FD  ST-EXPORT-FILE.
       01 ST-EXPORT-RECORD              PIC X(239).

       FD  TX-EXPORT-FILE.
       01 TX-EXPORT-RECORD              PIC X(239).

       FD  DELIVERY-REPORT-FILE.
       01 DELIVERY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
          03 CFEX-FILE-STATUS          PIC X(02).
          03 STEX-FILE-STATUS          PIC X(02).
          03 TXEX-FILE-STATUS          PIC X(02).
          03 RPT-FILE-STATUS           PIC X(02).
      * Whichever export is being read, copied here after each OPEN.
          03 EXPORT-FILE-STATUS        PIC X(02).

       01 SWITCHES.
          03 EXPORT-EOF-SW             PIC X(01) VALUE 'N'.
             88 EXPORT-EOF             VALUE 'Y'.

       01 RUN-COUNTERS.
          03 FILES-CHECKED             PIC 9(07) VALUE ZERO.
          03 FILES-IN-BALANCE          PIC 9(07) VALUE ZERO.
          03 FILES-OUT-OF-BALANCE      PIC 9(07) VALUE ZERO.
          03 FILES-NOT-PRESENT         PIC 9(07) VALUE ZERO.

           COPY RUNSTAMP.

       01 TODAY-DATE-STAMP              PIC X(10).

      * The document types, in report order - type, export file and
      * the program that writes it.
       01 DOCUMENT-TYPE-TABLE.
          03 FILLER                    PIC X(38)
                VALUE 'CNTRADCFEXTRADERCFCONTRACT NOTES'.
          03 FILLER                    PIC X(38)
                VALUE 'STTRADSTEXTRADERSTSTATEMENTS'.
          03 FILLER                    PIC X(38)
                VALUE 'TXTRADTXEXTRADERTXTAX PACKS'.
       01 DOCUMENT-TYPE-LIST REDEFINES DOCUMENT-TYPE-TABLE.
          03 DOCUMENT-TYPE-ENTRY OCCURS 3 TIMES INDEXED BY DOC-IDX.
             05 DT-DOC-TYPE            PIC X(02).
             05 DT-EXPORT-FILE         PIC X(08).
             05 DT-PROGRAM             PIC X(08).
             05 DT-TITLE               PIC X(20).
       01 DOCUMENT-TYPE-MAX             PIC 9(01) VALUE 3.

      * What was found on the export being checked - reset per file.
       01 FILE-TALLY.
          03 HEADERS-ON-FILE           PIC 9(07).
          03 DETAILS-ON-FILE           PIC 9(07).
          03 TRAILERS-ON-FILE          PIC 9(07).
          03 ROWS-AFTER-TRAILER        PIC 9(07).
          03 ROWS-OUT-OF-SEQUENCE      PIC 9(07).
          03 ROWS-WRONG-TYPE           PIC 9(07).
          03 ROWS-UNKNOWN              PIC 9(07).
          03 FILE-PROBLEMS             PIC 9(03).
          03 LAST-HEADER-KEY           PIC X(84).
          03 LAST-LINE-NO              PIC 9(04).

      * The export's trailer, as EDELREC.cpy lays it out, kept while
      * the rest of the file is read.
       01 SAVED-TRAILER.
          03 TRL-RUN-DATE              PIC X(10).
          03 TRL-PROGRAM               PIC X(08).
          03 TRL-DOCS-PRODUCED         PIC 9(07).
          03 TRL-DOCS-PRINTED          PIC 9(07).
          03 TRL-DOCS-EXPORTED         PIC 9(07).
          03 TRL-DOCS-BOTH             PIC 9(07).
          03 TRL-NO-ADDRESS            PIC 9(07).
          03 TRL-HEADER-COUNT          PIC 9(07).
          03 TRL-DETAIL-COUNT          PIC 9(07).
          03 FILLER                    PIC X(83).

       01 DELIVERY-WORK-FIELDS.
          03 EXPECTED-PRODUCED         PIC S9(08).

           COPY EDELREC.

       01 FILE-TITLE-LINE.
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 FT-DOC-TYPE                PIC X(02).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 FT-TITLE                   PIC X(20).
          03 FILLER                    PIC X(08) VALUE ' EXPORT '.
          03 FT-EXPORT-FILE             PIC X(08).
          03 FILLER                    PIC X(06) VALUE ' FROM '.
          03 FT-PROGRAM                 PIC X(08).

       01 FIGURE-DETAIL-LINE.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 FD-CAPTION                 PIC X(40).
          03 FD-FIGURE                  PIC Z(06)9.

       01 PROBLEM-DETAIL-LINE.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 FILLER                    PIC X(10) VALUE '*** ERROR '.
          03 PD-TEXT                    PIC X(60).

       01 RESULT-DETAIL-LINE.
          03 FILLER                    PIC X(05) VALUE SPACES.
          03 FILLER                    PIC X(10) VALUE 'RESULT  : '.
          03 RD-RESULT                  PIC X(40).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.
           PERFORM INITIALIZE-RUN
           PERFORM VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > DOCUMENT-TYPE-MAX
              PERFORM RECONCILE-ONE-EXPORT
           END-PERFORM
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN SECTION.
           OPEN OUTPUT DELIVERY-REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'TRADERDC: UNABLE TO OPEN TRADDCRP, STATUS='
                      RPT-FILE-STATUS
              STOP RUN
           END-IF

           PERFORM BUILD-RUN-TIMESTAMP
           STRING RTS-YYYY '-' RTS-MM '-' RTS-DD
                  DELIMITED BY SIZE INTO TODAY-DATE-STAMP

           MOVE 'TRADERDC - CUSTOMER DOCUMENT DELIVERY CONTROL'
                TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE

           MOVE SPACES TO DELIVERY-REPORT-LINE
           STRING 'RUN DATE: ' TODAY-DATE-STAMP
                  DELIMITED BY SIZE INTO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           .
       INITIALIZE-RUN-EXIT.
           EXIT.
      *****************************************************************
       BUILD-RUN-TIMESTAMP SECTION.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           MOVE RUN-DATE-YYYY TO RTS-YYYY
           MOVE RUN-DATE-MM   TO RTS-MM
           MOVE RUN-DATE-DD   TO RTS-DD
           MOVE RUN-TIME-HH   TO RTS-HH
           MOVE RUN-TIME-MI   TO RTS-MI
           MOVE RUN-TIME-SS   TO RTS-SS
           .
       BUILD-RUN-TIMESTAMP-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-ONE-EXPORT SECTION.
      * One document type: read its export through, tallying what is
      * actually there, then hold the tally and the producer's own
      * trailer against each other.
           INITIALIZE FILE-TALLY
           INITIALIZE SAVED-TRAILER
           MOVE 'N' TO EXPORT-EOF-SW

           MOVE SPACES TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           MOVE DT-DOC-TYPE (DOC-IDX)    TO FT-DOC-TYPE
           MOVE DT-TITLE (DOC-IDX)       TO FT-TITLE
           MOVE DT-EXPORT-FILE (DOC-IDX) TO FT-EXPORT-FILE
           MOVE DT-PROGRAM (DOC-IDX)     TO FT-PROGRAM
           MOVE FILE-TITLE-LINE TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE

           PERFORM OPEN-EXPORT-FILE
           EVALUATE EXPORT-FILE-STATUS
             WHEN '00'
                  PERFORM UNTIL EXPORT-EOF
                     PERFORM READ-EXPORT-FILE
                     IF NOT EXPORT-EOF
                        PERFORM TALLY-EXPORT-ROW
                     END-IF
                  END-PERFORM
                  PERFORM CLOSE-EXPORT-FILE
                  ADD 1 TO FILES-CHECKED
                  PERFORM CHECK-EXPORT-TALLY
             WHEN '35'
                  ADD 1 TO FILES-NOT-PRESENT
                  MOVE 'NOT PRESENT - NOT CHECKED' TO RD-RESULT
                  MOVE RESULT-DETAIL-LINE TO DELIVERY-REPORT-LINE
                  WRITE DELIVERY-REPORT-LINE
             WHEN OTHER
                  DISPLAY 'TRADERDC: UNABLE TO OPEN '
                          DT-EXPORT-FILE (DOC-IDX) ', STATUS='
                          EXPORT-FILE-STATUS
                  STOP RUN
           END-EVALUATE
           .
       RECONCILE-ONE-EXPORT-EXIT.
           EXIT.
      *****************************************************************
       OPEN-EXPORT-FILE SECTION.
           EVALUATE DOC-IDX
             WHEN 1
                  OPEN INPUT CF-EXPORT-FILE
                  MOVE CFEX-FILE-STATUS TO EXPORT-FILE-STATUS
             WHEN 2
                  OPEN INPUT ST-EXPORT-FILE
                  MOVE STEX-FILE-STATUS TO EXPORT-FILE-STATUS
             WHEN OTHER
                  OPEN INPUT TX-EXPORT-FILE
                  MOVE TXEX-FILE-STATUS TO EXPORT-FILE-STATUS
           END-EVALUATE
           .
       OPEN-EXPORT-FILE-EXIT.
           EXIT.
      *****************************************************************
       READ-EXPORT-FILE SECTION.
           EVALUATE DOC-IDX
             WHEN 1
                  READ CF-EXPORT-FILE INTO EDELIVERY-RECORD
                     AT END
                        SET EXPORT-EOF TO TRUE
                  END-READ
             WHEN 2
                  READ ST-EXPORT-FILE INTO EDELIVERY-RECORD
                     AT END
                        SET EXPORT-EOF TO TRUE
                  END-READ
             WHEN OTHER
                  READ TX-EXPORT-FILE INTO EDELIVERY-RECORD
                     AT END
                        SET EXPORT-EOF TO TRUE
                  END-READ
           END-EVALUATE
           .
       READ-EXPORT-FILE-EXIT.
           EXIT.
      *****************************************************************
       CLOSE-EXPORT-FILE SECTION.
           EVALUATE DOC-IDX
             WHEN 1
                  CLOSE CF-EXPORT-FILE
             WHEN 2
                  CLOSE ST-EXPORT-FILE
             WHEN OTHER
                  CLOSE TX-EXPORT-FILE
           END-EVALUATE
           .
       CLOSE-EXPORT-FILE-EXIT.
           EXIT.
      *****************************************************************
       TALLY-EXPORT-ROW SECTION.
      * A detail must carry the key of the header it follows and the
      * next line number under it; a row of another document type,
      * or of no known type, has no business on this file.
           IF TRAILERS-ON-FILE > 0
              ADD 1 TO ROWS-AFTER-TRAILER
           END-IF

           IF ED-DOC-TYPE NOT = DT-DOC-TYPE (DOC-IDX)
              ADD 1 TO ROWS-WRONG-TYPE
           END-IF

           EVALUATE TRUE
             WHEN ED-IS-HEADER
                  ADD 1 TO HEADERS-ON-FILE
                  MOVE ED-DOCUMENT-KEY TO LAST-HEADER-KEY
                  MOVE ZERO TO LAST-LINE-NO
             WHEN ED-IS-DETAIL
                  ADD 1 TO DETAILS-ON-FILE
                  IF HEADERS-ON-FILE = 0
                     OR ED-DOCUMENT-KEY NOT = LAST-HEADER-KEY
                     OR ED-LINE-NO NOT NUMERIC
                     ADD 1 TO ROWS-OUT-OF-SEQUENCE
                  ELSE
                     IF ED-LINE-NO NOT = LAST-LINE-NO + 1
                        ADD 1 TO ROWS-OUT-OF-SEQUENCE
                     END-IF
                     MOVE ED-LINE-NO TO LAST-LINE-NO
                  END-IF
             WHEN ED-IS-TRAILER
                  ADD 1 TO TRAILERS-ON-FILE
                  MOVE ED-TRAILER-DETAIL TO SAVED-TRAILER
             WHEN OTHER
                  ADD 1 TO ROWS-UNKNOWN
           END-EVALUATE
           .
       TALLY-EXPORT-ROW-EXIT.
           EXIT.
      *****************************************************************
       CHECK-EXPORT-TALLY SECTION.
      * The producer's figures from its trailer first, then what was
      * found on the file, then every check that failed, then the
      * verdict.  With no trailer there is nothing to hold the file
      * against and it fails outright.
           IF TRAILERS-ON-FILE > 0
              MOVE SPACES TO DELIVERY-REPORT-LINE
              STRING '     PRODUCED BY ' TRL-PROGRAM
                     ' RUN OF ' TRL-RUN-DATE
                     DELIMITED BY SIZE INTO DELIVERY-REPORT-LINE
              WRITE DELIVERY-REPORT-LINE

              MOVE 'DOCUMENTS PRODUCED' TO FD-CAPTION
              MOVE TRL-DOCS-PRODUCED TO FD-FIGURE
              PERFORM WRITE-FIGURE-LINE
              MOVE 'DOCUMENTS PRINTED' TO FD-CAPTION
              MOVE TRL-DOCS-PRINTED TO FD-FIGURE
              PERFORM WRITE-FIGURE-LINE
              MOVE 'DOCUMENTS EXPORTED' TO FD-CAPTION
              MOVE TRL-DOCS-EXPORTED TO FD-FIGURE
              PERFORM WRITE-FIGURE-LINE
              MOVE 'SENT BOTH WAYS' TO FD-CAPTION
              MOVE TRL-DOCS-BOTH TO FD-FIGURE
              PERFORM WRITE-FIGURE-LINE
              MOVE 'ELECTRONIC BUT PRINTED - NO E-MAIL' TO FD-CAPTION
              MOVE TRL-NO-ADDRESS TO FD-FIGURE
              PERFORM WRITE-FIGURE-LINE
           END-IF

           MOVE 'DOCUMENT HEADERS ON EXPORT' TO FD-CAPTION
           MOVE HEADERS-ON-FILE TO FD-FIGURE
           PERFORM WRITE-FIGURE-LINE
           MOVE 'DETAIL ROWS ON EXPORT' TO FD-CAPTION
           MOVE DETAILS-ON-FILE TO FD-FIGURE
           PERFORM WRITE-FIGURE-LINE

           IF TRAILERS-ON-FILE = 0
              MOVE 'NO TRAILER - PRODUCER DID NOT FINISH'
                   TO PD-TEXT
              PERFORM WRITE-PROBLEM-LINE
           ELSE
              COMPUTE EXPECTED-PRODUCED =
                      TRL-DOCS-PRINTED + TRL-DOCS-EXPORTED
                      - TRL-DOCS-BOTH
              IF EXPECTED-PRODUCED NOT = TRL-DOCS-PRODUCED
                 MOVE 'PRODUCED NOT EQUAL TO PRINTED + EXPORTED - BOTH'
                      TO PD-TEXT
                 PERFORM WRITE-PROBLEM-LINE
              END-IF
              IF HEADERS-ON-FILE NOT = TRL-DOCS-EXPORTED
                 MOVE 'HEADERS ON EXPORT NOT EQUAL TO DOCS EXPORTED'
                      TO PD-TEXT
                 PERFORM WRITE-PROBLEM-LINE
              END-IF
              IF HEADERS-ON-FILE NOT = TRL-HEADER-COUNT
                 OR DETAILS-ON-FILE NOT = TRL-DETAIL-COUNT
                 MOVE 'ROWS ON EXPORT NOT EQUAL TO TRAILER ROW COUNTS'
                      TO PD-TEXT
                 PERFORM WRITE-PROBLEM-LINE
              END-IF
              IF TRL-PROGRAM NOT = DT-PROGRAM (DOC-IDX)
                 MOVE 'TRAILER WRITTEN BY THE WRONG PROGRAM' TO PD-TEXT
                 PERFORM WRITE-PROBLEM-LINE
              END-IF
           END-IF
           IF TRAILERS-ON-FILE > 1
              MOVE 'MORE THAN ONE TRAILER ON EXPORT' TO PD-TEXT
              PERFORM WRITE-PROBLEM-LINE
           END-IF
           IF ROWS-AFTER-TRAILER > 0
              MOVE 'ROWS FOLLOW THE TRAILER' TO PD-TEXT
              PERFORM WRITE-PROBLEM-LINE
           END-IF
           IF ROWS-OUT-OF-SEQUENCE > 0
              MOVE 'DETAIL ROWS OUT OF SEQUENCE'
                   TO PD-TEXT
              PERFORM WRITE-PROBLEM-LINE
           END-IF
           IF ROWS-WRONG-TYPE > 0
              MOVE 'ROWS OF ANOTHER DOCUMENT TYPE ON EXPORT' TO PD-TEXT
              PERFORM WRITE-PROBLEM-LINE
           END-IF
           IF ROWS-UNKNOWN > 0
              MOVE 'ROWS OF UNKNOWN RECORD TYPE ON EXPORT' TO PD-TEXT
              PERFORM WRITE-PROBLEM-LINE
           END-IF

           IF FILE-PROBLEMS = 0
              ADD 1 TO FILES-IN-BALANCE
              MOVE 'IN BALANCE' TO RD-RESULT
           ELSE
              ADD 1 TO FILES-OUT-OF-BALANCE
              MOVE 'OUT OF BALANCE - DO NOT RELEASE' TO RD-RESULT
           END-IF
           MOVE RESULT-DETAIL-LINE TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           .
       CHECK-EXPORT-TALLY-EXIT.
           EXIT.
      *****************************************************************
       WRITE-FIGURE-LINE SECTION.
           MOVE FIGURE-DETAIL-LINE TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           .
       WRITE-FIGURE-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PROBLEM-LINE SECTION.
           ADD 1 TO FILE-PROBLEMS
           MOVE PROBLEM-DETAIL-LINE TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           .
       WRITE-PROBLEM-LINE-EXIT.
           EXIT.
      *****************************************************************
       TERMINATE-RUN SECTION.
           MOVE SPACES TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE

           STRING 'EXPORTS CHECKED        : ' FILES-CHECKED
                  DELIMITED BY SIZE INTO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE

           STRING 'EXPORTS IN BALANCE     : ' FILES-IN-BALANCE
                  DELIMITED BY SIZE INTO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE

           STRING 'EXPORTS OUT OF BALANCE : ' FILES-OUT-OF-BALANCE
                  DELIMITED BY SIZE INTO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE

           STRING 'EXPORTS NOT PRESENT    : ' FILES-NOT-PRESENT
                  DELIMITED BY SIZE INTO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE

           CLOSE DELIVERY-REPORT-FILE
           .
       TERMINATE-RUN-EXIT.
           EXIT.

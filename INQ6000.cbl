      *  including the N/A (prior period zero) and OVRFLW (percent too
      *  big for the field) cases. It keeps asking until the operator
      *  enters END or a blank number, so one phone call's worth of
      *  lookups is one program start. Most calls do not start with a
      *  customer number, so the operator can also enter N to find a
      *  customer by the start of the name, or B to browse every
      *  customer of one branch, or of one salesrep in a branch. Both
      *  use CUSTIDX's alternate keys (see CUSTIDXK): the matches are
      *  listed ten at a time -- in name order for a name search --
      *  with the branch, salesrep and sales this YTD, the operator
      *  pages forward and back through them, and entering a line
      *  number reads that customer afresh by number for the full
      *  display above, then returns to the list.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CUSTOMER-INDEX  ASSIGN TO CUSTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CIX-CUSTOMER-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CIX-BRANCH-SALESREP-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTIDX-STATUS.
           SELECT INPUT-SALESREP  ASSIGN TO SALESREP.

       FD  CUSTOMER-INDEX
           RECORD CONTAINS 130 CHARACTERS.
       COPY CUSTMAST.
       COPY CUSTIDXK.

       FD  INPUT-SALESREP
           RECORDING MODE IS F
              88 INQUIRY-DONE                   VALUE "Y".
           05  PERCENT-VALID-SWITCH    PIC X    VALUE "Y".
              88 CHANGE-PERCENT-VALID           VALUE "Y".
           05  MATCH-LOAD-DONE-SWITCH  PIC X    VALUE "N".
              88 MATCH-LOAD-DONE                VALUE "Y".
           05  MATCH-OVERFLOW-SWITCH   PIC X    VALUE "N".
              88 MATCH-TABLE-OVERFLOWED         VALUE "Y".
           05  LIST-DONE-SWITCH        PIC X    VALUE "N".
              88 LIST-DONE                      VALUE "Y".
           05  BROWSE-ALL-REPS-SWITCH  PIC X    VALUE "N".
              88 BROWSE-ALL-REPS                VALUE "Y".

       01  WS-INQUIRY-INPUT           PIC X(5)  VALUE SPACES.

           05  WS-INQUIRY-NUMBER REDEFINES WS-INQUIRY-JUSTIFIED
                                      PIC 9(5).

      * SEARCH-FIELDS hold what the operator asked a name search or a
      * branch/salesrep browse for. The name is upper-cased before the
      * START, as the names on the master are, and only its typed
      * length (WS-SEARCH-LENGTH) is compared, so ACME finds ACME
      * SUPPLY and ACME TOOL. The branch and salesrep are right-
      * aligned and zero-filled the way WS-INQUIRY-JUSTIFIED is.
       01  SEARCH-FIELDS.
           05  WS-SEARCH-NAME         PIC X(20) VALUE SPACES.
           05  WS-SEARCH-LENGTH       PIC 9(2)  VALUE ZERO.
           05  WS-BROWSE-BRANCH-INPUT PIC X(2)  VALUE SPACES.
           05  WS-BROWSE-BRANCH-X     PIC X(2)  JUSTIFIED RIGHT.
           05  WS-BROWSE-BRANCH REDEFINES WS-BROWSE-BRANCH-X
                                      PIC 9(2).
           05  WS-BROWSE-REP-INPUT    PIC X(2)  VALUE SPACES.
           05  WS-BROWSE-REP-X        PIC X(2)  JUSTIFIED RIGHT.
           05  WS-BROWSE-REP REDEFINES WS-BROWSE-REP-X
                                      PIC 9(2).
           05  WS-LOWER-CASE          PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
           05  WS-UPPER-CASE          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * MATCH-TABLE holds the customers a name search or browse found,
      * in the order the alternate key returned them, with the rep name
      * resolved as each is loaded, so paging back and forth is just a
      * walk through the table. A search that finds more than the
      * table holds lists the first MATCH-TABLE-SIZE and says so --
      * more of the name, or a salesrep for the branch, narrows it.
       01  MATCH-TABLE.
           05  MT-ENTRY OCCURS 500 TIMES
                        INDEXED BY MT-INDEX.
              10  MT-CUSTOMER-NUMBER  PIC 9(5).
              10  MT-CUSTOMER-NAME    PIC X(20).
              10  MT-BRANCH-NUMBER    PIC 9(2).
              10  MT-SALESREP-NUMBER  PIC 9(2).
              10  MT-SALESREP-NAME    PIC X(10).
              10  MT-SALES-THIS-YTD   PIC S9(9)V99  COMP-3.

       01  MATCH-TABLE-SIZE          PIC 9(3) VALUE 500.
       01  MATCH-COUNT               PIC 9(3) VALUE ZERO.

      * LIST-PAGING-FIELDS track the page of MATCH-TABLE on the screen
      * and the operator's answer to the list prompt. Lines are
      * numbered through the whole list, not per page, so a number
      * read off one page still picks the same customer on another.
       01  LIST-PAGING-FIELDS.
           05  WS-PAGE-SIZE           PIC 9(2)  VALUE 10.
           05  WS-PAGE-FIRST          PIC 9(3)  VALUE ZERO.
           05  WS-PAGE-LAST           PIC 9(3)  VALUE ZERO.
           05  WS-LIST-INPUT          PIC X(5)  VALUE SPACES.
           05  WS-LIST-JUSTIFIED      PIC X(3)  JUSTIFIED RIGHT.
           05  WS-LIST-NUMBER REDEFINES WS-LIST-JUSTIFIED
                                      PIC 9(3).
           05  WS-LIST-SUB            PIC 9(3)  VALUE ZERO.

       01  MATCH-HEADING-LINE.
           05  FILLER          PIC X(5)    VALUE "LINE".
           05  FILLER          PIC X(7)    VALUE "CUST NO".
           05  FILLER          PIC X(22)   VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(4)    VALUE "BR".
           05  FILLER          PIC X(14)   VALUE "SALESREP".
           05  FILLER          PIC X(15)   VALUE " SALES THIS YTD".

       01  MATCH-DETAIL-LINE.
           05  MDL-LINE-NUMBER     PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  MDL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  MDL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  MDL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  MDL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  MDL-SALESREP-NAME   PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  MDL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.

       01  MATCH-PAGE-LINE.
           05  FILLER              PIC X(6)    VALUE "LINES ".
           05  MPL-FIRST           PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  MPL-LAST            PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE " OF ".
           05  MPL-COUNT           PIC ZZ9.

       01  CALCULATION-FIELDS  PACKED-DECIMAL.
           05  WS-CHANGE-AMOUNT       PIC S9(11)V99  VALUE ZERO.
           05  WS-THIS-PERIOD-AMOUNT  PIC S9(9)V99   VALUE ZERO.
           05  WS-LAST-PERIOD-AMOUNT  PIC S9(9)V99   VALUE ZERO.

      * INQUIRY-DISPLAY-FIELDS hold the edited values for one console
      * answer. The five bucket fields use the same ZZZ,ZZZ,ZZ9.99-
      * edit RPT6000's CUSTOMER-LINE uses, and the change percent
      * carries the same X(6) redefinition 320 uses for its N/A and
      * OVRFLW cases.
       01  INQUIRY-DISPLAY-FIELDS.
           05  DSP-THIS-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
           05  DSP-LAST-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
           05  DSP-THIS-MONTH      PIC ZZZ,ZZZ,ZZ9.99-.
           05  DSP-LAST-MONTH      PIC ZZZ,ZZZ,ZZ9.99-.
           05  DSP-TWO-YEARS-AGO   PIC ZZZ,ZZZ,ZZ9.99-.
           05  DSP-CHANGE-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  DSP-CHANGE-PERCENT  PIC +++9.9.
           05  DSP-CHANGE-PERCENT-R REDEFINES DSP-CHANGE-PERCENT
                                   PIC X(6).
           END-IF.

      * This paragraph handles one inquiry: prompt, ACCEPT the
      * customer number, and either stop (blank or END), start a name
      * search (N) or a branch/salesrep browse (B), complain about a
      * non-numeric entry, or read and display the record.
       300-PROCESS-ONE-INQUIRY.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER NUMBER, N TO SEARCH BY NAME, "
              "B TO BROWSE A BRANCH (OR END TO QUIT):".
           MOVE SPACES TO WS-INQUIRY-INPUT.
           ACCEPT WS-INQUIRY-INPUT.
           INSPECT WS-INQUIRY-INPUT
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE FUNCTION TRIM (WS-INQUIRY-INPUT)
              TO WS-INQUIRY-JUSTIFIED.
           INSPECT WS-INQUIRY-JUSTIFIED
              WHEN WS-INQUIRY-INPUT = SPACES
                 OR WS-INQUIRY-INPUT = "END"
                 SET INQUIRY-DONE TO TRUE
              WHEN WS-INQUIRY-INPUT = "N"
                 PERFORM 400-SEARCH-BY-NAME
              WHEN WS-INQUIRY-INPUT = "B"
                 PERFORM 450-BROWSE-BRANCH-SALESREP
              WHEN WS-INQUIRY-NUMBER IS NOT NUMERIC
                 DISPLAY "CUSTOMER NUMBER MUST BE NUMERIC: "
                    WS-INQUIRY-INPUT
           END-EVALUATE.

      * This paragraph reads the requested customer from the index
      * and displays it, or says it is not on file. The KEY phrase
      * keeps the read on the customer number after a name search or
      * browse has positioned the file on an alternate key.
       310-READ-CUSTOMER-BY-KEY.
           MOVE WS-INQUIRY-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTOMER-INDEX
              KEY IS CM-CUSTOMER-NUMBER
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-INQUIRY-NUMBER
                    " NOT ON FILE."
                       TO DSP-SALESREP-NAME
              END-SEARCH
           END-IF.

      * This paragraph runs a name search: it asks for the start of
      * the name, positions the index on the name key at the first
      * name not below it, loads every customer whose name starts
      * with what was typed, and hands the list to 500.
       400-SEARCH-BY-NAME.
           DISPLAY "ENTER THE START OF THE CUSTOMER NAME:".
           MOVE SPACES TO WS-SEARCH-NAME.
           ACCEPT WS-SEARCH-NAME.
           MOVE FUNCTION TRIM (WS-SEARCH-NAME) TO WS-SEARCH-NAME.
           INSPECT WS-SEARCH-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-SEARCH-NAME = SPACES
              DISPLAY "NO NAME ENTERED."
           ELSE
              COMPUTE WS-SEARCH-LENGTH = FUNCTION LENGTH
                 (FUNCTION TRIM (WS-SEARCH-NAME TRAILING))
              PERFORM 490-RESET-MATCH-TABLE
              MOVE WS-SEARCH-NAME TO CIX-CUSTOMER-NAME-KEY
              START CUSTOMER-INDEX
                 KEY IS NOT LESS THAN CIX-CUSTOMER-NAME-KEY
                 INVALID KEY
                    SET MATCH-LOAD-DONE TO TRUE
              END-START
              PERFORM 410-LOAD-NAME-MATCH
                 UNTIL MATCH-LOAD-DONE
              IF MATCH-COUNT = ZERO
                 DISPLAY "NO CUSTOMER NAME STARTS WITH "
                    WS-SEARCH-NAME (1:WS-SEARCH-LENGTH) "."
              ELSE
                 PERFORM 500-PAGE-THROUGH-MATCHES
              END-IF
           END-IF.

      * This paragraph reads the next customer in name order and adds
      * it to the match table while the name still starts with the
      * search text. The first name past it ends the load.
       410-LOAD-NAME-MATCH.
           READ CUSTOMER-INDEX NEXT RECORD
              AT END
                 SET MATCH-LOAD-DONE TO TRUE
              NOT AT END
                 IF CM-CUSTOMER-NAME (1:WS-SEARCH-LENGTH) NOT =
                    WS-SEARCH-NAME (1:WS-SEARCH-LENGTH)
                    SET MATCH-LOAD-DONE TO TRUE
                 ELSE
                    PERFORM 480-ADD-MATCH-ENTRY
                 END-IF
           END-READ.

      * This paragraph runs a branch/salesrep browse: it asks for the
      * branch and, optionally, the salesrep, positions the index on
      * the branch/salesrep key (salesrep 00 when browsing the whole
      * branch), loads every customer of that branch or of that rep
      * in it, and hands the list to 500.
       450-BROWSE-BRANCH-SALESREP.
           DISPLAY "ENTER BRANCH NUMBER:".
           MOVE SPACES TO WS-BROWSE-BRANCH-INPUT.
           ACCEPT WS-BROWSE-BRANCH-INPUT.
           MOVE FUNCTION TRIM (WS-BROWSE-BRANCH-INPUT)
              TO WS-BROWSE-BRANCH-X.
           INSPECT WS-BROWSE-BRANCH-X
              REPLACING LEADING SPACE BY "0".
           IF WS-BROWSE-BRANCH-INPUT = SPACES
              OR WS-BROWSE-BRANCH IS NOT NUMERIC
              DISPLAY "BRANCH NUMBER MUST BE NUMERIC: "
                 WS-BROWSE-BRANCH-INPUT
           ELSE
              DISPLAY "ENTER SALESREP NUMBER (BLANK FOR THE WHOLE "
                 "BRANCH):"
              MOVE SPACES TO WS-BROWSE-REP-INPUT
              ACCEPT WS-BROWSE-REP-INPUT
              MOVE FUNCTION TRIM (WS-BROWSE-REP-INPUT)
                 TO WS-BROWSE-REP-X
              INSPECT WS-BROWSE-REP-X
                 REPLACING LEADING SPACE BY "0"
              IF WS-BROWSE-REP-INPUT = SPACES
                 MOVE "Y" TO BROWSE-ALL-REPS-SWITCH
                 MOVE ZERO TO WS-BROWSE-REP
              ELSE
                 MOVE "N" TO BROWSE-ALL-REPS-SWITCH
              END-IF
              IF WS-BROWSE-REP IS NOT NUMERIC
                 DISPLAY "SALESREP NUMBER MUST BE NUMERIC: "
                    WS-BROWSE-REP-INPUT
              ELSE
                 PERFORM 455-LOAD-BRANCH-SALESREP
              END-IF
           END-IF.

      * This paragraph loads the browse list and pages through it.
       455-LOAD-BRANCH-SALESREP.
           PERFORM 490-RESET-MATCH-TABLE.
           MOVE WS-BROWSE-BRANCH TO CIX-BRANCH-NUMBER.
           MOVE WS-BROWSE-REP    TO CIX-SALESREP-NUMBER.
           START CUSTOMER-INDEX
              KEY IS NOT LESS THAN CIX-BRANCH-SALESREP-KEY
              INVALID KEY
                 SET MATCH-LOAD-DONE TO TRUE
           END-START.
           PERFORM 460-LOAD-BROWSE-MATCH
              UNTIL MATCH-LOAD-DONE.
           IF MATCH-COUNT = ZERO
              IF BROWSE-ALL-REPS
                 DISPLAY "NO CUSTOMERS ON FILE FOR BRANCH "
                    WS-BROWSE-BRANCH "."
              ELSE
                 DISPLAY "NO CUSTOMERS ON FILE FOR BRANCH "
                    WS-BROWSE-BRANCH " SALESREP " WS-BROWSE-REP "."
              END-IF
           ELSE
              PERFORM 500-PAGE-THROUGH-MATCHES
           END-IF.

      * This paragraph reads the next customer in branch/salesrep
      * order and adds it to the match table while it is still in the
      * branch (and, for one rep, still that rep's).
       460-LOAD-BROWSE-MATCH.
           READ CUSTOMER-INDEX NEXT RECORD
              AT END
                 SET MATCH-LOAD-DONE TO TRUE
              NOT AT END
                 IF CM-BRANCH-NUMBER NOT = WS-BROWSE-BRANCH
                    OR (NOT BROWSE-ALL-REPS
                        AND CM-SALESREP-NUMBER NOT = WS-BROWSE-REP)
                    SET MATCH-LOAD-DONE TO TRUE
                 ELSE
                    PERFORM 480-ADD-MATCH-ENTRY
                 END-IF
           END-READ.

      * This paragraph adds the customer just read to the match
      * table, resolving its rep name through 325. Once the table is
      * full the load stops and the list says so.
       480-ADD-MATCH-ENTRY.
           IF MATCH-COUNT = MATCH-TABLE-SIZE
              SET MATCH-TABLE-OVERFLOWED TO TRUE
              SET MATCH-LOAD-DONE TO TRUE
           ELSE
              ADD 1 TO MATCH-COUNT
              PERFORM 325-MOVE-SALESREP-NAME
              MOVE CM-CUSTOMER-NUMBER
                 TO MT-CUSTOMER-NUMBER (MATCH-COUNT)
              MOVE CM-CUSTOMER-NAME
                 TO MT-CUSTOMER-NAME (MATCH-COUNT)
              MOVE CM-BRANCH-NUMBER
                 TO MT-BRANCH-NUMBER (MATCH-COUNT)
              MOVE CM-SALESREP-NUMBER
                 TO MT-SALESREP-NUMBER (MATCH-COUNT)
              MOVE DSP-SALESREP-NAME
                 TO MT-SALESREP-NAME (MATCH-COUNT)
              MOVE CM-SALES-THIS-YTD
                 TO MT-SALES-THIS-YTD (MATCH-COUNT)
           END-IF.

      * This paragraph empties the match table before a new search.
       490-RESET-MATCH-TABLE.
           MOVE ZERO TO MATCH-COUNT.
           MOVE "N" TO MATCH-LOAD-DONE-SWITCH.
           MOVE "N" TO MATCH-OVERFLOW-SWITCH.

      * This paragraph pages through the match table, starting on the
      * first page, until the operator leaves the list.
       500-PAGE-THROUGH-MATCHES.
           IF MATCH-TABLE-OVERFLOWED
              DISPLAY "*** MORE THAN " MATCH-TABLE-SIZE " CUSTOMERS "
                 "MATCH. ONLY THE FIRST " MATCH-TABLE-SIZE
                 " ARE LISTED - NARROW THE SEARCH TO SEE THE REST."
           END-IF.
           MOVE 1 TO WS-PAGE-FIRST.
           MOVE "N" TO LIST-DONE-SWITCH.
           PERFORM 510-SHOW-ONE-PAGE
              UNTIL LIST-DONE.

      * This paragraph displays one page of matches, then takes the
      * operator's answer: F pages forward, B pages back, a line
      * number from anywhere in the list shows that customer in full
      * (read afresh by number, so the figures are current), and a
      * blank or END leaves the list for the main prompt.
       510-SHOW-ONE-PAGE.
           COMPUTE WS-PAGE-LAST = WS-PAGE-FIRST + WS-PAGE-SIZE - 1.
           IF WS-PAGE-LAST > MATCH-COUNT
              MOVE MATCH-COUNT TO WS-PAGE-LAST
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY MATCH-HEADING-LINE.
           PERFORM 520-DISPLAY-MATCH-LINE
              VARYING WS-LIST-SUB FROM WS-PAGE-FIRST BY 1
              UNTIL WS-LIST-SUB > WS-PAGE-LAST.
           MOVE WS-PAGE-FIRST TO MPL-FIRST.
           MOVE WS-PAGE-LAST  TO MPL-LAST.
           MOVE MATCH-COUNT   TO MPL-COUNT.
           DISPLAY MATCH-PAGE-LINE.
           DISPLAY "ENTER LINE NUMBER FOR FULL DISPLAY, F=FORWARD, "
              "B=BACK (OR END TO LEAVE THE LIST):".
           MOVE SPACES TO WS-LIST-INPUT.
           ACCEPT WS-LIST-INPUT.
           INSPECT WS-LIST-INPUT
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE FUNCTION TRIM (WS-LIST-INPUT) TO WS-LIST-JUSTIFIED.
           INSPECT WS-LIST-JUSTIFIED
              REPLACING LEADING SPACE BY "0".
           EVALUATE TRUE
              WHEN WS-LIST-INPUT = SPACES
                 OR WS-LIST-INPUT = "END"
                 SET LIST-DONE TO TRUE
              WHEN WS-LIST-INPUT = "F"
                 IF WS-PAGE-LAST < MATCH-COUNT
                    ADD WS-PAGE-SIZE TO WS-PAGE-FIRST
                 ELSE
                    DISPLAY "ALREADY ON THE LAST PAGE."
                 END-IF
              WHEN WS-LIST-INPUT = "B"
                 IF WS-PAGE-FIRST > 1
                    SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-FIRST
                 ELSE
                    DISPLAY "ALREADY ON THE FIRST PAGE."
                 END-IF
              WHEN FUNCTION LENGTH (FUNCTION TRIM (WS-LIST-INPUT))
                       > 3
                 OR WS-LIST-NUMBER IS NOT NUMERIC
                 OR WS-LIST-NUMBER = ZERO
                 OR WS-LIST-NUMBER > MATCH-COUNT
                 DISPLAY "ENTER A LINE NUMBER FROM 1 TO " MPL-COUNT
                    ", F, B OR END: " WS-LIST-INPUT
              WHEN OTHER
                 MOVE MT-CUSTOMER-NUMBER (WS-LIST-NUMBER)
                    TO WS-INQUIRY-NUMBER
                 PERFORM 310-READ-CUSTOMER-BY-KEY
           END-EVALUATE.

      * This paragraph displays one line of the match list.
       520-DISPLAY-MATCH-LINE.
           MOVE WS-LIST-SUB                       TO MDL-LINE-NUMBER.
           MOVE MT-CUSTOMER-NUMBER (WS-LIST-SUB)
              TO MDL-CUSTOMER-NUMBER.
           MOVE MT-CUSTOMER-NAME (WS-LIST-SUB)    TO MDL-CUSTOMER-NAME.
           MOVE MT-BRANCH-NUMBER (WS-LIST-SUB)    TO MDL-BRANCH-NUMBER.
           MOVE MT-SALESREP-NUMBER (WS-LIST-SUB)
              TO MDL-SALESREP-NUMBER.
           MOVE MT-SALESREP-NAME (WS-LIST-SUB)    TO MDL-SALESREP-NAME.
           MOVE MT-SALES-THIS-YTD (WS-LIST-SUB)   TO MDL-SALES-THIS-YTD.
           DISPLAY MATCH-DETAIL-LINE.

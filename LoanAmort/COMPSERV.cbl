       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSERV.
       REMARKS. COMPANY TABLE ROUTINE. THE SYSTEM SERVICES FOR MORE
               THAN ONE SERVICING ENTITY, EACH WITH ITS OWN GENERAL
               LEDGER, FORM 1098 FILER, LOCKBOX, AND BANK ACCOUNTS,
               AND EVERY PROGRAM THAT NEEDS TO KNOW WHICH ENTITY A
               LOAN BELONGS TO, OR WHAT THAT ENTITY'S ACCOUNTS ARE,
               ASKS THROUGH THIS ONE CALL SO THE TABLE (COMPTBL) IS
               READ ONE WAY. THE TABLE IS A FEW ROWS AND IS LOADED ONCE
               ON THE FIRST CALL AND HELD FOR THE REST OF THE RUN,
               ALONG WITH THE OPTIONAL COMPANY-SELECTION CARD (COMPSEL)
               THAT LIMITS A RUN TO ONE COMPANY. A BLANK COMPANY CODE
               IS THE HOME COMPANY "01" - EVERY LOAN BOARDED BEFORE
               THE SECOND ENTITY CARRIES ONE - AND NO TABLE AT ALL
               MEANS THE HOME COMPANY ALONE, WITH NO OVERRIDES, SO A
               SHOP WITH ONE ENTITY RUNS EXACTLY AS IT ALWAYS DID. A
               GL ACCOUNT THE COMPANY DOES NOT MAP POSTS AS THE
               STANDARD ACCOUNT. AN I-O FAILURE ON THE TABLE OR THE
               CARD COMES BACK AS CMP-ERROR ON EVERY CALL FOR THE
               CALLER TO ACT ON, AS FEESERV REPORTS FEP-ERROR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-TABLE-FILE ASSIGN TO "COMPTBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-TABLE-STATUS.

           SELECT COMPANY-SELECT-FILE ASSIGN TO "COMPSEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SELECT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  COMPANY-TABLE-FILE.
       01  COMPANY-TABLE-RECORD       PIC X(620).

       FD  COMPANY-SELECT-FILE.
       01  COMPANY-SELECT-RECORD.
           05 CS-COMPANY-CODE     PIC X(02).
           05 FILLER              PIC X(78).

       WORKING-STORAGE SECTION.

       01 WRK-TABLE-STATUS        PIC X(02).
       01 WRK-SELECT-STATUS       PIC X(02).
       01 WRK-LOADED-SW           PIC X(01) VALUE "N".
          88 TABLE-LOADED                   VALUE "Y".
       01 WRK-LOAD-ERROR-SW       PIC X(01) VALUE "N".
          88 TABLE-LOAD-FAILED              VALUE "Y".
       01 WRK-TABLE-EOF-SW        PIC X(01).
          88 END-OF-TABLE                   VALUE "Y".
       01 WRK-FOUND-SW            PIC X(01).
          88 ENTRY-FOUND                    VALUE "Y".

      *    THE HOME COMPANY - WHAT A BLANK CODE OR A BLANK LOCKBOX
      *    MEANS, AND THE ONLY COMPANY WHEN THERE IS NO TABLE.
       01 WRK-HOME-COMPANY        PIC X(02) VALUE "01".
       01 WRK-SELECT-CODE         PIC X(02) VALUE SPACES.

      *    THE TABLE AS LOADED, TEN COMPANIES AT MOST. EACH ENTRY IS
      *    THE WHOLE TABLE RECORD; A FOUND ENTRY IS MOVED TO THE
      *    CALLER'S COMPANY RECORD, WHICH ALSO SERVES AS THE WORK AREA
      *    FOR THE LOCKBOX AND GL MAP SEARCHES.
       01 WRK-MAX-COMPANIES       PIC S9(4) COMP VALUE 10.
       01 WRK-NUM-COMPANIES       PIC S9(4) COMP VALUE ZERO.
       01 WRK-CO-IX               PIC S9(4) COMP.
       01 WRK-MAP-IX              PIC S9(4) COMP.
       01 WRK-COMPANY-TABLE.
           03 WRK-CO-ENTRY OCCURS 10.
               05 WRK-CO-CODE     PIC X(02).
               05 FILLER          PIC X(618).

       LINKAGE SECTION.
       COPY COMPPARMS.
       COPY COMPMAST.

       PROCEDURE DIVISION USING COMPANY-PARMS COMPANY-RECORD.

       MAIN-PROCESS.
           SET CMP-OK TO TRUE
           IF NOT TABLE-LOADED
               PERFORM LOAD-COMPANY-TABLE
           END-IF
           MOVE WRK-NUM-COMPANIES TO CMP-COMPANY-COUNT
           IF TABLE-LOAD-FAILED
               SET CMP-ERROR TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN CMP-LOOK-UP
                       PERFORM FIND-COMPANY-CODE
                   WHEN CMP-NEXT-COMPANY
                       PERFORM RETURN-COMPANY-SLOT
                   WHEN CMP-FIND-LOCKBOX
                       PERFORM FIND-COMPANY-LOCKBOX
                   WHEN CMP-MAP-ACCOUNT
                       PERFORM MAP-GL-ACCOUNT
                   WHEN CMP-GET-SELECTION
                       PERFORM RETURN-SELECTION
                   WHEN CMP-CHECK-SELECTION
                       PERFORM FIND-COMPANY-CODE
                       PERFORM CHECK-SELECTION
                   WHEN OTHER
                       SET CMP-ERROR TO TRUE
               END-EVALUATE
           END-IF
           GOBACK.

      *    NO TABLE IS ONE HOME COMPANY WITH NOTHING OVERRIDDEN. NO
      *    SELECTION CARD, OR A BLANK ONE, COVERS EVERY COMPANY.
       LOAD-COMPANY-TABLE.
           SET TABLE-LOADED TO TRUE
           MOVE ZERO TO WRK-NUM-COMPANIES
           MOVE "N" TO WRK-TABLE-EOF-SW
           OPEN INPUT COMPANY-TABLE-FILE
           EVALUATE WRK-TABLE-STATUS
               WHEN "00"
                   PERFORM LOAD-ONE-COMPANY
                       UNTIL END-OF-TABLE
                   CLOSE COMPANY-TABLE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET TABLE-LOAD-FAILED TO TRUE
           END-EVALUATE
           IF WRK-NUM-COMPANIES = ZERO
               MOVE 1 TO WRK-NUM-COMPANIES
               MOVE SPACES TO WRK-CO-ENTRY(1)
               MOVE WRK-HOME-COMPANY TO WRK-CO-CODE(1)
           END-IF
           MOVE SPACES TO WRK-SELECT-CODE
           OPEN INPUT COMPANY-SELECT-FILE
           EVALUATE WRK-SELECT-STATUS
               WHEN "00"
                   READ COMPANY-SELECT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CS-COMPANY-CODE TO WRK-SELECT-CODE
                   END-READ
                   CLOSE COMPANY-SELECT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET TABLE-LOAD-FAILED TO TRUE
           END-EVALUATE.

      *    THE TABLE IS HAND-MAINTAINED - A ROW WITH NO COMPANY CODE
      *    IS IGNORED, AND THE TABLE TOPS OUT AT TEN COMPANIES.
       LOAD-ONE-COMPANY.
           READ COMPANY-TABLE-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
           END-READ
           IF NOT END-OF-TABLE AND WRK-TABLE-STATUS NOT = "00"
               SET TABLE-LOAD-FAILED TO TRUE
               SET END-OF-TABLE TO TRUE
           END-IF
           IF NOT END-OF-TABLE
               IF COMPANY-TABLE-RECORD(1:2) NOT = SPACES
                       AND WRK-NUM-COMPANIES < WRK-MAX-COMPANIES
                   ADD 1 TO WRK-NUM-COMPANIES
                   MOVE COMPANY-TABLE-RECORD
                       TO WRK-CO-ENTRY(WRK-NUM-COMPANIES)
               END-IF
           END-IF.

       FIND-COMPANY-CODE.
           IF CMP-COMPANY-CODE = SPACES
               MOVE WRK-HOME-COMPANY TO CMP-COMPANY-CODE
           END-IF
           MOVE "N" TO WRK-FOUND-SW
           PERFORM MATCH-ONE-CODE
               VARYING WRK-CO-IX FROM 1 BY 1
                   UNTIL WRK-CO-IX > WRK-NUM-COMPANIES
                      OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
               SET CMP-NOT-FOUND TO TRUE
               MOVE ZERO TO CMP-COMPANY-IX
           END-IF.

       MATCH-ONE-CODE.
           IF WRK-CO-CODE(WRK-CO-IX) = CMP-COMPANY-CODE
               SET ENTRY-FOUND TO TRUE
               PERFORM RETURN-FOUND-ENTRY
           END-IF.

       RETURN-FOUND-ENTRY.
           MOVE WRK-CO-ENTRY(WRK-CO-IX) TO COMPANY-RECORD
           MOVE WRK-CO-IX               TO CMP-COMPANY-IX
           MOVE CM-COMPANY-CODE         TO CMP-COMPANY-CODE.

       RETURN-COMPANY-SLOT.
           IF CMP-COMPANY-IX < 1
                   OR CMP-COMPANY-IX > WRK-NUM-COMPANIES
               SET CMP-NOT-FOUND TO TRUE
           ELSE
               MOVE CMP-COMPANY-IX TO WRK-CO-IX
               PERFORM RETURN-FOUND-ENTRY
           END-IF.

      *    A LOCKBOX FILE WITH NO LOCKBOX ID ON ITS HEADER IS THE HOME
      *    COMPANY'S, AS EVERY FILE WAS BEFORE THE SECOND ENTITY.
       FIND-COMPANY-LOCKBOX.
           IF CMP-LOCKBOX-ID = SPACES
               MOVE WRK-HOME-COMPANY TO CMP-COMPANY-CODE
               PERFORM FIND-COMPANY-CODE
           ELSE
               MOVE "N" TO WRK-FOUND-SW
               PERFORM MATCH-ONE-LOCKBOX
                   VARYING WRK-CO-IX FROM 1 BY 1
                       UNTIL WRK-CO-IX > WRK-NUM-COMPANIES
                          OR ENTRY-FOUND
               IF NOT ENTRY-FOUND
                   SET CMP-NOT-FOUND TO TRUE
                   MOVE SPACES TO CMP-COMPANY-CODE
                   MOVE ZERO TO CMP-COMPANY-IX
               END-IF
           END-IF.

       MATCH-ONE-LOCKBOX.
           MOVE WRK-CO-ENTRY(WRK-CO-IX) TO COMPANY-RECORD
           IF CM-LOCKBOX-ID = CMP-LOCKBOX-ID
               SET ENTRY-FOUND TO TRUE
               PERFORM RETURN-FOUND-ENTRY
           END-IF.

      *    AN ACCOUNT THE COMPANY DOES NOT MAP - OR A COMPANY NOT ON
      *    THE TABLE, WHICH THE CALLER HAS ALREADY BEEN TOLD ABOUT ON
      *    ITS LOOK-UP - LEAVES THE STANDARD ACCOUNT AS IT WAS.
       MAP-GL-ACCOUNT.
           PERFORM FIND-COMPANY-CODE
           IF CMP-OK
               MOVE "N" TO WRK-FOUND-SW
               PERFORM MATCH-ONE-MAP-ENTRY
                   VARYING WRK-MAP-IX FROM 1 BY 1
                       UNTIL WRK-MAP-IX > 30
                          OR ENTRY-FOUND
           END-IF.

      *    THE FIRST BLANK ENTRY ENDS THE MAP AND THE SEARCH.
       MATCH-ONE-MAP-ENTRY.
           EVALUATE TRUE
               WHEN CM-GL-STANDARD(WRK-MAP-IX) = SPACES
                   SET ENTRY-FOUND TO TRUE
               WHEN CM-GL-STANDARD(WRK-MAP-IX) = CMP-GL-ACCOUNT
                   SET ENTRY-FOUND TO TRUE
                   IF CM-GL-COMPANY(WRK-MAP-IX) NOT = SPACES
                       MOVE CM-GL-COMPANY(WRK-MAP-IX) TO CMP-GL-ACCOUNT
                   END-IF
           END-EVALUATE.

      *    A SELECTION CARD NAMING A COMPANY NOT ON THE TABLE IS AN
      *    OPERATOR ERROR THE CALLER SHOULD STOP ON, NOT A RUN THAT
      *    QUIETLY PROCESSES NOTHING.
       RETURN-SELECTION.
           MOVE WRK-SELECT-CODE TO CMP-SELECT-CODE
           IF WRK-SELECT-CODE NOT = SPACES
               MOVE WRK-SELECT-CODE TO CMP-COMPANY-CODE
               PERFORM FIND-COMPANY-CODE
           END-IF.

       CHECK-SELECTION.
           MOVE WRK-SELECT-CODE TO CMP-SELECT-CODE
           IF WRK-SELECT-CODE = SPACES
                   OR WRK-SELECT-CODE = CMP-COMPANY-CODE
               SET CMP-SELECTED TO TRUE
           ELSE
               SET CMP-NOT-SELECTED TO TRUE
           END-IF.

       END PROGRAM COMPSERV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCNV.
       REMARKS. ONE-TIME LOAN MASTER CONVERSION. THE MASTER RECORD
               GREW FROM 337 TO 385 BYTES - THE SERVICING METHOD, THE
               ACCRUAL STATUS AND ITS DATE, THE SCRA PROTECTION TERMS,
               THE SERVICING TRANSFER DATE AND NEW SERVICER, THE
               SERVICING COMPANY, AND THE STATUS-CHANGE DATE - SO A
               MASTER FILE BUILT UNDER THE OLD LAYOUT NO LONGER OPENS
               UNDER THE NEW ONE. OPERATIONS RENAMES THE LIVE FILE TO
               THE OLD-MASTER NAME, RUNS THIS CONVERSION ONCE, AND
               THE NEW-LAYOUT MASTER COMES OUT THE OTHER SIDE WITH
               EVERY EXISTING FIELD CARRIED ACROSS AND EVERY NEW
               FIELD AT ITS NEUTRAL DEFAULT - SCHEDULED SERVICING,
               ACCRUING WITH NO NON-ACCRUAL DATE, NO SCRA PROTECTION,
               NEVER TRANSFERRED, THE HOME COMPANY (BLANK CODE), AND
               A ZERO STATUS DATE. THE OLD RECORD LAYOUT IS CARRIED
               HERE IN FULL, FROZEN AS IT STOOD, SO THE CONVERSION
               NEVER DRIFTS WITH THE LIVE COPYBOOK. RERUNNING AGAINST AN
               ALREADY-CONVERTED OLD FILE JUST REPRODUCES THE SAME
               OUTPUT; THE TARGET IS WRITTEN FRESH EACH RUN.


      *    THE MASTER AS IT STOOD BEFORE THE LAYOUT GREW - EVERY
      *    FIELD IN ITS ORIGINAL ORDER AND PICTURE, ENDING AT THE OLD
      *    FIFTEEN-BYTE FILLER. 337 BYTES.
       FD  OLD-MASTER-FILE.
       01  OLD-LOAN-MASTER-RECORD.
           05 OL-LOAN-ID          PIC X(10).
           05 OL-ARMRESETENTRY OCCURS 12.
               10 OL-ARMRESETPMTNO PIC S9(4)     COMP.
               10 OL-ARMRESETRATE PIC S9(3)V9(4) COMP-3.
           05 OL-ARMINDEXCODE     PIC X(04).
           05 OL-ARMMARGIN        PIC S9(3)V9(4) COMP-3.
           05 OL-ARMLOOKBACKDAYS  PIC S9(4)      COMP.
           05 OL-MODEFFPMTNO      PIC S9(4)      COMP.
           05 OL-LEGALSTATUS      PIC X(01).
           05 OL-LEGALSTATUSDATE  PIC 9(8).
           05 OL-TAXEFFDATE       PIC 9(8).
           05 OL-INSEFFDATE       PIC 9(8).
           05 FILLER              PIC X(15).

       FD  LOAN-MASTER-FILE.
           PERFORM MOVE-ONE-ARM-RESET
               VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12
           MOVE OL-ARMINDEXCODE     TO LM-ARMINDEXCODE
           MOVE OL-ARMMARGIN        TO LM-ARMMARGIN
           MOVE OL-ARMLOOKBACKDAYS  TO LM-ARMLOOKBACKDAYS
           MOVE OL-MODEFFPMTNO      TO LM-MODEFFPMTNO
           MOVE OL-LEGALSTATUS      TO LM-LEGALSTATUS
           MOVE OL-LEGALSTATUSDATE  TO LM-LEGALSTATUSDATE
           MOVE OL-TAXEFFDATE       TO LM-TAXEFFDATE
           MOVE OL-INSEFFDATE       TO LM-INSEFFDATE
      *    EVERYTHING THE OLD LAYOUT NEVER CARRIED COMES OUT AT ITS
      *    NEUTRAL DEFAULT - EXACTLY WHAT A LOAN BOARDED TODAY WITH
      *    NONE OF THE NEW TERMS WOULD SHOW.
           MOVE SPACE  TO LM-SERVICINGMETHOD
           MOVE SPACE  TO LM-ACCRUALSTATUS
           MOVE ZEROS  TO LM-NONACCRUALDATE
           MOVE ZEROS  TO LM-SCRACAPRATE LM-SCRASTARTDATE
                          LM-SCRAENDDATE LM-SCRASTARTNO LM-SCRAENDNO
           MOVE ZEROS  TO LM-XFERDATE
           MOVE SPACES TO LM-XFERSERVICER
           MOVE SPACES TO LM-COMPANYCODE
           MOVE ZEROS  TO LM-STATUSDATE
           WRITE LOAN-MASTER-RECORD
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "LOANCNV: ERROR WRITING NEW LOAN MASTER"

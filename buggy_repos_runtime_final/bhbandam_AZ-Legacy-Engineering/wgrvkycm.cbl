      *****************************************************************
     ** CUSTOMER DUE-DILIGENCE (KYC) PROFILE MAINTENANCE - WTIADDC   *
     ** CAPTURES THE PROFILE ON WBKYCDB WHEN A CUSTOMER IS ADDED;    *
     ** THIS SCREEN KEEPS IT CURRENT. THE CUSTOMER IS LOCATED BY SSN *
     ** THROUGH THE WBCSSNI ALTERNATE INDEX AND THE PROFILE SHOWN    *
     ** (ID DOCUMENT TYPE, NUMBER AND EXPIRY, OCCUPATION, EXPECTED   *
     ** MONTHLY ACTIVITY, RISK RATING, LAST AND NEXT REVIEW). A      *
     ** BLANK FIELD KEEPS THE CURRENT VALUE; A CUSTOMER ADDED BEFORE *
     ** PROFILES EXISTED HAS ONE CREATED, WITH EVERY FIELD REQUIRED. *
     ** REVIEW-DONE 'Y' RECORDS A COMPLETED PERIODIC REVIEW - LAST   *
     ** REVIEW BECOMES TODAY - AND THE NEXT REVIEW IS SET ONE CYCLE  *
     ** ON FOR THE RISK RATING: 12 MONTHS HIGH, 24 MEDIUM, 36 LOW. A *
     ** RATING CHANGE RESETS THE NEXT REVIEW FROM THE LAST ONE.      *
     ** EVERY CHANGE IS AUDITED TO BKAU.                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVKYCM.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 CUST-SSN-KEY.
           05 SSN-KEY                     PIC X(9)  VALUE SPACES.

       01  CUSTOMER-RECORD.
           05 CUSTOMER-NAME               PIC X(30).
           05 CUSTOMER-SSN                PIC X(9).
           05 CUSTOMER-ADDRESS.
              10 CUSTOMER-STREET          PIC X(20).
              10 CUSTOMER-CITY            PIC X(10).
              10 CUSTOMER-STATE           PIC X(4).
              10 CUSTOMER-ZIP             PIC 9(5).
           05 CUSTOMER-PHONE              PIC X(13).
           05 CUSTOMER-ACCESS-PIN         PIC X(4).
           05 CUSTOMER-PIN-FAILS          PIC 9(1).
           05 CUSTOMER-LOCK-FLAG          PIC X(1).
           05 CUSTOMER-CYCLE-CODE         PIC X(1).

      * KYC profile on WBKYCDB, keyed by SSN - the layout WTIADDC
      * writes and WGRVBJ23 reads
       01 KYC-REC-KEY.
           05 KYC-SSN                     PIC X(9).
       01 KYC-PROFILE-RECORD.
           05 KYC-ID-TYPE                 PIC X(2).
              88 KYC-ID-TYPE-VALID        VALUES 'PP' 'DL' 'ID' 'OT'.
           05 KYC-ID-NUMBER               PIC X(20).
           05 KYC-ID-EXPIRY               PIC X(8).
           05 KYC-OCCUPATION              PIC X(20).
           05 KYC-EXPECTED-MONTHLY        PIC S9(13)V99 COMP-3.
           05 KYC-RISK-RATING             PIC X(1).
              88 KYC-RISK-VALID           VALUES 'L' 'M' 'H'.
              88 KYC-RISK-HIGH            VALUE 'H'.
              88 KYC-RISK-MEDIUM          VALUE 'M'.
           05 KYC-NEXT-REVIEW             PIC X(8).
           05 KYC-LAST-REVIEW             PIC X(8).
           05 KYC-UPDATED-BY              PIC X(8).

       01 KYTRANO                       PIC X(4).
       01 NAMEO                         PIC X(30).
       01 IDTYPEO                       PIC X(2).
       01 IDNUMO                        PIC X(20).
       01 IDEXPO                        PIC X(8).
       01 OCCUPO                        PIC X(20).
       01 EXPACTO                       PIC S9(13)V99.
       01 RISKO                         PIC X(1).
       01 LASTREVO                      PIC X(8).
       01 NEXTREVO                      PIC X(8).
       01 KYMSG1O                       PIC X(50).
       01 KYMSG2O                       PIC X(50).

       01 SSNL                          PIC 9(4).
       01 SSNI                          PIC X(9).
       01 IDTYPEL                       PIC 9(4).
       01 IDTYPEI                       PIC X(2).
       01 IDNUML                        PIC 9(4).
       01 IDNUMI                        PIC X(20).
       01 IDEXPL                        PIC 9(4).
       01 IDEXPI                        PIC X(8).
       01 OCCUPL                        PIC 9(4).
       01 OCCUPI                        PIC X(20).
       01 EXPACTL                       PIC 9(4).
       01 EXPACTI                       PIC X(15).
       01 RISKL                         PIC 9(4).
       01 RISKI                         PIC X(1).
       01 REVDONEL                      PIC 9(4).
       01 REVDONEI                      PIC X(1).

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.
       01 DFHRESP-DUPREC                PIC S9(8) COMP VALUE -6.
       01 DFHRESP-DUPKEY                PIC S9(8) COMP VALUE -7.

       01 WS-MAINT-FAIL-SWITCH          PIC X VALUE 'N'.
           88 WS-MAINT-FAILED           VALUE 'Y'.
       01 WS-PROFILE-SWITCH             PIC X VALUE 'N'.
           88 WS-PROFILE-EXISTS         VALUE 'Y'.
       01 WS-CHANGE-SWITCH              PIC X VALUE 'N'.
           88 WS-PROFILE-CHANGED        VALUE 'Y'.
       01 WS-RESCHEDULE-SWITCH          PIC X VALUE 'N'.
           88 WS-RESCHEDULE-REVIEW      VALUE 'Y'.
       01 WS-DONE-SWITCH                PIC X VALUE 'N'.
           88 DONE                      VALUE 'Y'.
       01 WS-GOODBYE-MSG                PIC X(24)
                                         VALUE 'Transaction ended'.

       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-EXPECTED-NUM               PIC 9(13)V99 VALUE ZERO.

      * The profile as keyed, built up from the screen over the
      * profile on file before it replaces it
       01 WS-NEW-PROFILE.
           05 WS-NEW-ID-TYPE              PIC X(2).
           05 WS-NEW-ID-NUMBER            PIC X(20).
           05 WS-NEW-ID-EXPIRY            PIC X(8).
           05 WS-NEW-OCCUPATION           PIC X(20).
           05 WS-NEW-EXPECTED             PIC S9(13)V99 COMP-3.
           05 WS-NEW-RISK                 PIC X(1).

      * Review cycle by risk rating - the same month arithmetic
      * WTIADDC uses for the first review, the day held to 28
       01 WS-REVIEW-MONTHS              PIC 9(3) VALUE ZERO.
       01 WS-REVIEW-DATE.
           05 WS-REV-YEAR                 PIC 9(4).
           05 WS-REV-MONTH                PIC 9(2).
           05 WS-REV-DAY                  PIC 9(2).
       01 WS-MONTH-COUNT                PIC 9(5) VALUE ZERO.
       01 WS-YEAR-ADD                   PIC 9(5) VALUE ZERO.

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
           05 LOG-MSG-TEXT                PIC X(50).

       01 LOGGING-IS-ENABLED              PIC X(1) VALUE 'Y'.
       01 HW-LENGTH                       PIC S9(4) COMP.

      * Durable audit trail of profile changes - written every time,
      * independent of the LOGGING-IS-ENABLED-gated trace
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVKYCM'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM SET-MAP-DEFAULTS
           PERFORM UNTIL DONE
               EXEC CICS HANDLE AID
                         CLEAR(CLEARIT)
                         PF3(PF3-EXIT)
                         PF12(CANCELIT)
               END-EXEC
               EXEC CICS RECEIVE MAP('WGRVMKYI')
                               INTO(SSNL SSNI IDTYPEL IDTYPEI
                                    IDNUML IDNUMI IDEXPL IDEXPI
                                    OCCUPL OCCUPI EXPACTL EXPACTI
                                    RISKL RISKI REVDONEL REVDONEI)
                               LENGTH(LENGTH OF SSNL SSNI IDTYPEL
                                      IDTYPEI IDNUML IDNUMI IDEXPL
                                      IDEXPI OCCUPL OCCUPI EXPACTL
                                      EXPACTI RISKL RISKI REVDONEL
                                      REVDONEI)
                               END-EXEC
               MOVE 'N' TO WS-MAINT-FAIL-SWITCH
               PERFORM SET-MAP-DEFAULTS
               IF SSNL = 0 OR SSNI = SPACES
                   MOVE 'Customer SSN is required' TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
               IF NOT WS-MAINT-FAILED
                   PERFORM LOCATE-CUSTOMER
               END-IF
               IF NOT WS-MAINT-FAILED
                   PERFORM LOCATE-PROFILE
               END-IF
               IF NOT WS-MAINT-FAILED
                   PERFORM EDIT-KYC-INPUT
               END-IF
               IF NOT WS-MAINT-FAILED
                   IF WS-PROFILE-CHANGED
                       PERFORM APPLY-KYC-CHANGES
                   ELSE
                       IF WS-PROFILE-EXISTS
                           MOVE 'Profile shown - key changes to update'
                                TO KYMSG1O
                       END-IF
                   END-IF
               END-IF
               PERFORM SEND-KYC-RESULT
           END-PERFORM.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** CLEAR REDRAWS A BLANK INPUT SCREEN WITHOUT ENDING THE TASK   *
      *****************************************************************
       CLEARIT.
           PERFORM SET-MAP-DEFAULTS
           EXEC CICS SEND MAP('WGRVMKYI')
                       MAPONLY
                       ERASE
                       END-EXEC
           GO TO MAIN-PARA.

      *****************************************************************
      ** PF3 ENDS THE TRANSACTION CLEANLY                             *
      *****************************************************************
       PF3-EXIT.
           MOVE 'Y' TO WS-DONE-SWITCH
           EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
                       ERASE
                       FREEKB
                       END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** PF12 CANCELS WITHOUT SAVING WHATEVER IS ON SCREEN            *
      *****************************************************************
       CANCELIT.
           MOVE 'Y' TO WS-DONE-SWITCH
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** LOCATE THE CUSTOMER BY SSN THROUGH THE ALTERNATE INDEX       *
      *****************************************************************
       LOCATE-CUSTOMER.
           MOVE SSNI TO SSN-KEY OF CUST-SSN-KEY
           EXEC CICS READ DATASET('WBCSSNI-DD')
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     KEYLENGTH(LENGTH OF CUST-SSN-KEY)
                     RIDFLD(CUST-SSN-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   MOVE CUSTOMER-NAME TO NAMEO
               WHEN DFHRESP-NOTFND
                   MOVE 'No customer on file with that SSN'
                        TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading Customer SSN index'
                        TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** READ THE PROFILE ON FILE, IF ANY, AND SHOW IT                *
      *****************************************************************
       LOCATE-PROFILE.
           MOVE 'N' TO WS-PROFILE-SWITCH
           MOVE SSNI TO KYC-SSN
           EXEC CICS READ DATASET('WBKYCDB-DD')
                     INTO(KYC-PROFILE-RECORD)
                     LENGTH(LENGTH OF KYC-PROFILE-RECORD)
                     KEYLENGTH(LENGTH OF KYC-REC-KEY)
                     RIDFLD(KYC-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   MOVE 'Y' TO WS-PROFILE-SWITCH
                   PERFORM MOVE-PROFILE-TO-MAP
               WHEN DFHRESP-NOTFND
                   MOVE SPACES TO KYC-PROFILE-RECORD
                   MOVE ZERO TO KYC-EXPECTED-MONTHLY
                   MOVE 'No KYC profile on file - key every field'
                        TO KYMSG1O
               WHEN OTHER
                   MOVE 'I/O error reading the KYC profile file'
                        TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** EDIT WHATEVER WAS KEYED OVER THE PROFILE ON FILE. A NEW      *
      ** PROFILE NEEDS EVERY FIELD; A REVIEW CANNOT BE SIGNED OFF     *
      ** AGAINST AN EXPIRED ID DOCUMENT                               *
      *****************************************************************
       EDIT-KYC-INPUT.
           MOVE 'N' TO WS-CHANGE-SWITCH
           MOVE 'N' TO WS-RESCHEDULE-SWITCH
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(WS-TODAY-NUM)
           END-EXEC
           MOVE KYC-ID-TYPE TO WS-NEW-ID-TYPE
           MOVE KYC-ID-NUMBER TO WS-NEW-ID-NUMBER
           MOVE KYC-ID-EXPIRY TO WS-NEW-ID-EXPIRY
           MOVE KYC-OCCUPATION TO WS-NEW-OCCUPATION
           MOVE KYC-EXPECTED-MONTHLY TO WS-NEW-EXPECTED
           MOVE KYC-RISK-RATING TO WS-NEW-RISK

           IF IDTYPEL > 0 AND IDTYPEI NOT = SPACES
               MOVE IDTYPEI TO WS-NEW-ID-TYPE
               MOVE 'Y' TO WS-CHANGE-SWITCH
           END-IF
           IF IDNUML > 0 AND IDNUMI NOT = SPACES
               MOVE IDNUMI TO WS-NEW-ID-NUMBER
               MOVE 'Y' TO WS-CHANGE-SWITCH
           END-IF
           IF IDEXPL > 0 AND IDEXPI NOT = SPACES
               IF IDEXPI IS NOT NUMERIC
                   MOVE 'ID expiry date must be yyyymmdd or blank'
                        TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               ELSE
                   MOVE IDEXPI TO WS-NEW-ID-EXPIRY
                   MOVE 'Y' TO WS-CHANGE-SWITCH
               END-IF
           END-IF
           IF OCCUPL > 0 AND OCCUPI NOT = SPACES
               MOVE OCCUPI TO WS-NEW-OCCUPATION
               MOVE 'Y' TO WS-CHANGE-SWITCH
           END-IF
           IF NOT WS-MAINT-FAILED
               IF EXPACTL > 0 AND EXPACTI NOT = SPACES
                   IF EXPACTI IS NUMERIC
                       MOVE ZERO TO WS-EXPECTED-NUM
                       MOVE EXPACTI(1:13) TO WS-EXPECTED-NUM(1:13)
                       MOVE EXPACTI(14:2) TO WS-EXPECTED-NUM(14:2)
                       MOVE WS-EXPECTED-NUM TO WS-NEW-EXPECTED
                       MOVE 'Y' TO WS-CHANGE-SWITCH
                   ELSE
                       MOVE 'Expected activity - 15 digits, last two'
                            TO KYMSG1O
                       MOVE 'cents' TO KYMSG2O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF
           IF RISKL > 0 AND RISKI NOT = SPACES
              AND RISKI NOT = KYC-RISK-RATING
               MOVE RISKI TO WS-NEW-RISK
               MOVE 'Y' TO WS-CHANGE-SWITCH
               MOVE 'Y' TO WS-RESCHEDULE-SWITCH
           END-IF
           IF REVDONEL > 0 AND REVDONEI NOT = SPACES
               IF REVDONEI = 'Y'
                   MOVE 'Y' TO WS-CHANGE-SWITCH
                   MOVE 'Y' TO WS-RESCHEDULE-SWITCH
               ELSE
                   MOVE 'Review done must be Y or blank' TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED AND WS-PROFILE-CHANGED
               MOVE WS-NEW-ID-TYPE TO KYC-ID-TYPE
               MOVE WS-NEW-RISK TO KYC-RISK-RATING
               EVALUATE TRUE
                   WHEN NOT KYC-ID-TYPE-VALID
                       MOVE 'ID document type must be PP, DL, ID or OT'
                            TO KYMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN WS-NEW-ID-NUMBER = SPACES
                       MOVE 'ID document number is required'
                            TO KYMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN WS-NEW-ID-EXPIRY = SPACES
                       MOVE 'ID expiry date is required' TO KYMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN WS-NEW-OCCUPATION = SPACES
                       MOVE 'Occupation is required' TO KYMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN NOT WS-PROFILE-EXISTS AND
                        (EXPACTL = 0 OR EXPACTI = SPACES)
                       MOVE 'Expected monthly activity is required'
                            TO KYMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN NOT KYC-RISK-VALID
                       MOVE 'Risk rating must be L, M or H' TO KYMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN REVDONEI = 'Y' AND
                        WS-NEW-ID-EXPIRY NOT > WS-TODAY-NUM
                       MOVE 'ID has expired - key the new document'
                            TO KYMSG1O
                       MOVE 'before signing off the review' TO KYMSG2O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-EVALUATE
      * the record area may now hold keyed values - put the profile
      * on file back so a refused change shows what is really there
               IF WS-MAINT-FAILED AND WS-PROFILE-EXISTS
                   PERFORM LOCATE-PROFILE
               END-IF
           END-IF.

      *****************************************************************
      ** WRITE OR REWRITE THE PROFILE. A NEW PROFILE OR A SIGNED-OFF  *
      ** REVIEW STARTS THE CYCLE FROM TODAY; A RATING CHANGE ALONE    *
      ** RESETS THE NEXT REVIEW FROM THE LAST ONE, SO A CUSTOMER      *
      ** RAISED TO HIGH RISK MAY FALL DUE AT ONCE                     *
      *****************************************************************
       APPLY-KYC-CHANGES.
           IF WS-PROFILE-EXISTS
               MOVE SSNI TO KYC-SSN
               EXEC CICS READ DATASET('WBKYCDB-DD')
                         INTO(KYC-PROFILE-RECORD)
                         LENGTH(LENGTH OF KYC-PROFILE-RECORD)
                         KEYLENGTH(LENGTH OF KYC-REC-KEY)
                         RIDFLD(KYC-REC-KEY)
                         UPDATE
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error locking the KYC profile' TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE WS-NEW-ID-TYPE TO KYC-ID-TYPE
               MOVE WS-NEW-ID-NUMBER TO KYC-ID-NUMBER
               MOVE WS-NEW-ID-EXPIRY TO KYC-ID-EXPIRY
               MOVE WS-NEW-OCCUPATION TO KYC-OCCUPATION
               MOVE WS-NEW-EXPECTED TO KYC-EXPECTED-MONTHLY
               MOVE WS-NEW-RISK TO KYC-RISK-RATING
               EXEC CICS ASSIGN USERID(KYC-UPDATED-BY) END-EXEC
               IF NOT WS-PROFILE-EXISTS OR REVDONEI = 'Y'
                   MOVE WS-TODAY-NUM TO KYC-LAST-REVIEW
                   MOVE 'Y' TO WS-RESCHEDULE-SWITCH
               END-IF
               IF WS-RESCHEDULE-REVIEW
                   PERFORM SET-NEXT-REVIEW
               END-IF
               IF WS-PROFILE-EXISTS
                   EXEC CICS REWRITE DATASET('WBKYCDB-DD')
                             FROM(KYC-PROFILE-RECORD)
                             LENGTH(LENGTH OF KYC-PROFILE-RECORD)
                             RESP(RESP-CODE)
                   END-EXEC
               ELSE
                   EXEC CICS WRITE DATASET('WBKYCDB-DD')
                             FROM(KYC-PROFILE-RECORD)
                             LENGTH(LENGTH OF KYC-PROFILE-RECORD)
                             KEYLENGTH(LENGTH OF KYC-REC-KEY)
                             RIDFLD(KYC-REC-KEY)
                             RESP(RESP-CODE)
                   END-EXEC
               END-IF
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error writing the KYC profile' TO KYMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               PERFORM MOVE-PROFILE-TO-MAP
               IF WS-PROFILE-EXISTS
                   MOVE 'KYC profile updated' TO KYMSG1O
               ELSE
                   MOVE 'KYC profile created' TO KYMSG1O
               END-IF
               IF REVDONEI = 'Y'
                   MOVE 'Periodic review recorded' TO KYMSG2O
               END-IF
               MOVE 'KYCUPD' TO AU-REQUEST-ID
               MOVE SSNI TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** NEXT REVIEW = LAST REVIEW PLUS THE CYCLE FOR THE RATING      *
      *****************************************************************
       SET-NEXT-REVIEW.
           EVALUATE TRUE
               WHEN KYC-RISK-HIGH
                   MOVE 12 TO WS-REVIEW-MONTHS
               WHEN KYC-RISK-MEDIUM
                   MOVE 24 TO WS-REVIEW-MONTHS
               WHEN OTHER
                   MOVE 36 TO WS-REVIEW-MONTHS
           END-EVALUATE
           IF KYC-LAST-REVIEW IS NUMERIC
               MOVE KYC-LAST-REVIEW TO WS-REVIEW-DATE
           ELSE
               MOVE WS-TODAY-NUM TO WS-REVIEW-DATE
           END-IF
           COMPUTE WS-MONTH-COUNT = WS-REV-MONTH - 1 + WS-REVIEW-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
                  GIVING WS-YEAR-ADD
                  REMAINDER WS-MONTH-COUNT
           ADD WS-YEAR-ADD TO WS-REV-YEAR
           COMPUTE WS-REV-MONTH = WS-MONTH-COUNT + 1
           IF WS-REV-DAY > 28
               MOVE 28 TO WS-REV-DAY
           END-IF
           MOVE WS-REVIEW-DATE TO KYC-NEXT-REVIEW.

       MOVE-PROFILE-TO-MAP.
           MOVE KYC-ID-TYPE TO IDTYPEO
           MOVE KYC-ID-NUMBER TO IDNUMO
           MOVE KYC-ID-EXPIRY TO IDEXPO
           MOVE KYC-OCCUPATION TO OCCUPO
           MOVE KYC-EXPECTED-MONTHLY TO EXPACTO
           MOVE KYC-RISK-RATING TO RISKO
           MOVE KYC-LAST-REVIEW TO LASTREVO
           MOVE KYC-NEXT-REVIEW TO NEXTREVO.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
       SEND-KYC-RESULT.
           EXEC CICS SEND MAP('WGRVMKYO')
                       FROM(KYTRANO NAMEO IDTYPEO IDNUMO IDEXPO OCCUPO
                            EXPACTO RISKO LASTREVO NEXTREVO KYMSG1O
                            KYMSG2O)
                       LENGTH(LENGTH OF KYTRANO NAMEO IDTYPEO IDNUMO
                              IDEXPO OCCUPO EXPACTO RISKO LASTREVO
                              NEXTREVO KYMSG1O KYMSG2O)
                       END-EXEC.

       SET-MAP-DEFAULTS.
           MOVE 'WBKY' TO KYTRANO.
           MOVE SPACES TO NAMEO.
           MOVE SPACES TO IDTYPEO.
           MOVE SPACES TO IDNUMO.
           MOVE SPACES TO IDEXPO.
           MOVE SPACES TO OCCUPO.
           MOVE ZERO   TO EXPACTO.
           MOVE SPACES TO RISKO.
           MOVE SPACES TO LASTREVO.
           MOVE SPACES TO NEXTREVO.
           MOVE SPACES TO KYMSG1O.
           MOVE SPACES TO KYMSG2O.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              MOVE KYMSG1O           TO LOG-MSG-TEXT
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
           END-IF.

      * Write one durable audit record per profile change
       WRITE-AUDIT-RECORD.
           MOVE EIBTASKN TO AU-TASK-NUMBER.
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(AU-DATETIME(1:8))
                     TIME(AU-DATETIME(9:8))
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('BKAU')
                     FROM(AU-AUDIT-RECORD)
                     LENGTH(LENGTH OF AU-AUDIT-RECORD)
                     NOHANDLE
           END-EXEC.

       END PROGRAM WGRVKYCM.

              10 CUSTOMER-STATE         PIC X(4).
              10 CUSTOMER-ZIP           PIC 9(5).
           05 CUSTOMER-PHONE            PIC X(13).
      * due-diligence (KYC) details taken at account opening - not on
      * CUSTOMER-RECORD, so MOVE CORRESPONDING leaves them alone; they
      * go to the WBKYCDB-DD profile instead
           05 CUSTOMER-ID-TYPE          PIC X(2).
           05 CUSTOMER-ID-NUMBER        PIC X(20).
           05 CUSTOMER-ID-EXPIRY        PIC X(8).
           05 CUSTOMER-OCCUPATION       PIC X(20).
           05 CUSTOMER-EXPECTED-ACTIVITY
                                        PIC 9(13)V99.
           05 CUSTOMER-RISK-RATING      PIC X(1).

      * KYC profile on WBKYCDB-DD, keyed by SSN - maintained from here
      * on by WGRVKYCM and checked monthly by WGRVBJ23
       01 KYC-REC-KEY.
           05 KYC-SSN                      PIC X(9).
       01 KYC-PROFILE-RECORD.
           05 KYC-ID-TYPE                  PIC X(2).
              88 KYC-ID-TYPE-VALID         VALUES 'PP' 'DL' 'ID' 'OT'.
           05 KYC-ID-NUMBER                PIC X(20).
           05 KYC-ID-EXPIRY                PIC X(8).
           05 KYC-OCCUPATION               PIC X(20).
           05 KYC-EXPECTED-MONTHLY         PIC S9(13)V99 COMP-3.
           05 KYC-RISK-RATING              PIC X(1).
              88 KYC-RISK-VALID            VALUES 'L' 'M' 'H'.
              88 KYC-RISK-HIGH             VALUE 'H'.
              88 KYC-RISK-MEDIUM           VALUE 'M'.
           05 KYC-NEXT-REVIEW              PIC X(8).
           05 KYC-LAST-REVIEW              PIC X(8).
           05 KYC-UPDATED-BY               PIC X(8).

      * Review cycle by risk rating - high-risk customers are looked
      * at every year, medium every two, low every three
       01 WS-KYC-TODAY                     PIC 9(8)  VALUE ZERO.
       01 WS-KYC-REVIEW-MONTHS             PIC 9(3)  VALUE ZERO.
       01 WS-KYC-REVIEW-DATE.
           05 WS-KYC-REV-YEAR              PIC 9(4).
           05 WS-KYC-REV-MONTH             PIC 9(2).
           05 WS-KYC-REV-DAY               PIC 9(2).
       01 WS-KYC-MONTH-COUNT               PIC 9(5)  VALUE ZERO.
       01 WS-KYC-YEAR-ADD                  PIC 9(5)  VALUE ZERO.

       01 RESP-CODE                     PIC S9(8) COMP.
       01 RET-CODE                      PIC S9(8) COMP VALUE ZERO.

       01 BSTRHELPSTRING                PIC X(255).

       01 EDIT-NUM                      PIC -(8)9.

       01 LOG-MSG.
           05 LOGGING-IS-ENABLED        PIC X(1) VALUE 'Y'.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

      * Sanctions reference file WBSANCDB-DD, rebuilt by WGRVBJ21 from
      * the published list - one record per listed name ('N') and per
      * listed address ('A'), keyed by the normalized text so a
      * screen is one keyed READ, never a browse
       01 SANC-REC-KEY.
           05 SANC-MATCH-TYPE              PIC X(1).
           05 SANC-MATCH-VALUE             PIC X(40).
       01 SANCTIONS-RECORD.
           05 SANC-ENTRY-ID                PIC X(10).
           05 SANC-LIST-DATE               PIC X(8).

      * Compliance review file WBSCRNDB-DD, keyed by SSN - a pending
      * (P) or confirmed (X) record blocks WGRVPOST, WGRVXFER and
      * WGRVOPEN for the customer until WGRVSREV clears it (C)
       01 SCRN-REC-KEY.
           05 SCRN-SSN                     PIC X(9).
       01 SCREEN-RECORD.
           05 SCRN-STATUS                  PIC X(1).
              88 SCRN-PENDING              VALUE 'P'.
              88 SCRN-CLEARED              VALUE 'C'.
              88 SCRN-CONFIRMED            VALUE 'X'.
           05 SCRN-MATCH-TYPE              PIC X(1).
           05 SCRN-ENTRY-ID                PIC X(10).
           05 SCRN-MATCH-VALUE             PIC X(40).
           05 SCRN-HIT-DATE                PIC X(8).
           05 SCRN-SOURCE                  PIC X(8).
           05 SCRN-REVIEWED-BY             PIC X(8).
           05 SCRN-REVIEWED-DATE           PIC X(8).

      * Name/address normalization for screening - upper case, and
      * only letters and digits kept, so spacing and punctuation
      * ("O'NEIL, J." against "ONEIL J") cannot defeat the match.
      * The letter ranges are split to skip the gaps between I-J
      * and R-S in the EBCDIC collating sequence.
       01 WS-NORM-INPUT                    PIC X(60) VALUE SPACES.
       01 WS-NORM-OUTPUT                   PIC X(40) VALUE SPACES.
       01 WS-NORM-IDX                      PIC S9(4) COMP VALUE ZERO.
       01 WS-NORM-LEN                      PIC S9(4) COMP VALUE ZERO.
       01 WS-NORM-CHAR                     PIC X(1)  VALUE SPACE.
           88 WS-NORM-KEEP                 VALUES 'A' THRU 'I'
                                                  'J' THRU 'R'
                                                  'S' THRU 'Z'
                                                  '0' THRU '9'.
       01 WS-SCREEN-HIT-SWITCH             PIC X(1)  VALUE 'N'.
           88 WS-SCREEN-HIT                VALUE 'Y'.
       01 WS-SCREEN-DATE                   PIC 9(8)  VALUE ZERO.

       PROCEDURE DIVISION.

      **************************************************
           IF RET-CODE = 0
               PERFORM CHECK-CUST-SSN THRU CHECK-CUST-SSN-EXIT
           END-IF.
           IF RET-CODE = 0
               PERFORM CHECK-CUST-KYC THRU CHECK-CUST-KYC-EXIT
           END-IF.
           IF RET-CODE = 0
               PERFORM ADD-CUST THRU ADD-CUST-EXIT
           END-IF.
       CHECK-CUST-SSN-EXIT.
           EXIT.

      **************************************************
      *    VALIDATE THE DUE-DILIGENCE (KYC) DETAILS - ID DOCUMENT
      *    TYPE, NUMBER AND AN UNEXPIRED EXPIRY DATE, OCCUPATION,
      *    EXPECTED MONTHLY ACTIVITY AND A RISK RATING ARE ALL
      *    REQUIRED BEFORE THE CUSTOMER IS ADDED
      **************************************************
       CHECK-CUST-KYC.
           MOVE CUSTOMER-ID-TYPE OF USER-DATA TO KYC-ID-TYPE.
           MOVE CUSTOMER-RISK-RATING OF USER-DATA TO KYC-RISK-RATING.
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(WS-KYC-TODAY)
           END-EXEC.

           IF NOT KYC-ID-TYPE-VALID
               MOVE 'ID document type must be PP, DL, ID or OT'
                    TO BSTRHELPSTRING
               MOVE 5009 TO SERRORCODE RET-CODE
               GO TO CHECK-CUST-KYC-ERROR
           END-IF.
           IF CUSTOMER-ID-NUMBER OF USER-DATA = SPACES
               MOVE 'ID document number is required' TO BSTRHELPSTRING
               MOVE 5010 TO SERRORCODE RET-CODE
               GO TO CHECK-CUST-KYC-ERROR
           END-IF.
           IF CUSTOMER-ID-EXPIRY OF USER-DATA IS NOT NUMERIC
               MOVE 'ID expiry date must be yyyymmdd' TO BSTRHELPSTRING
               MOVE 5011 TO SERRORCODE RET-CODE
               GO TO CHECK-CUST-KYC-ERROR
           END-IF.
           IF CUSTOMER-ID-EXPIRY OF USER-DATA NOT > WS-KYC-TODAY
               MOVE 'ID document has expired' TO BSTRHELPSTRING
               MOVE 5011 TO SERRORCODE RET-CODE
               GO TO CHECK-CUST-KYC-ERROR
           END-IF.
           IF CUSTOMER-OCCUPATION OF USER-DATA = SPACES
               MOVE 'Occupation is required' TO BSTRHELPSTRING
               MOVE 5012 TO SERRORCODE RET-CODE
               GO TO CHECK-CUST-KYC-ERROR
           END-IF.
           IF CUSTOMER-EXPECTED-ACTIVITY OF USER-DATA IS NOT NUMERIC
               MOVE 'Expected monthly activity must be numeric'
                    TO BSTRHELPSTRING
               MOVE 5013 TO SERRORCODE RET-CODE
               GO TO CHECK-CUST-KYC-ERROR
           END-IF.
           IF NOT KYC-RISK-VALID
               MOVE 'Risk rating must be L, M or H' TO BSTRHELPSTRING
               MOVE 5014 TO SERRORCODE RET-CODE
               GO TO CHECK-CUST-KYC-ERROR
           END-IF.
           MOVE 0 TO RET-CODE.
           GO TO CHECK-CUST-KYC-EXIT.

       CHECK-CUST-KYC-ERROR.
           MOVE BSTRHELPSTRING TO LOG-MSG-BUFFER.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
           GO TO CHECK-CUST-KYC-EXIT.

       CHECK-CUST-KYC-EXIT.
           EXIT.

       ADD-CUST.
      **************************************************
      *    ADD THE CUSTOMER RECORD TO THE VSAM DATA SET
           EVALUATE RESP-CODE
              WHEN 0
                 PERFORM OPEN-FIRST-ACCOUNT
                 PERFORM WRITE-KYC-PROFILE THRU WRITE-KYC-PROFILE-EXIT
                 MOVE CUSTOMER-SSN OF USER-DATA TO AU-DETAIL
                 PERFORM WRITE-AUDIT-RECORD
                 PERFORM SCREEN-NEW-CUSTOMER
                    THRU SCREEN-NEW-CUSTOMER-EXIT
                 MOVE SPACES TO BSTRHELPSTRING
                 STRING 'Customer added, PIN issued=' DELIMITED SIZE
                        CUSTOMER-ACCESS-PIN OF CUSTOMER-RECORD
                                          DELIMITED SIZE
                        INTO BSTRHELPSTRING
                 END-STRING
                 IF WS-SCREEN-HIT
                    MOVE '- HELD FOR COMPLIANCE REVIEW' TO
                         BSTRHELPSTRING(33:28)
                 END-IF
                 MOVE BSTRHELPSTRING TO LOG-MSG-BUFFER
      * PIN goes out unconditionally, unlike the LOGGING-IS-ENABLED
      * gated trace WRITE-LOG-MSG issues for every other outcome -
       OPEN-FIRST-ACCOUNT-EXIT.
           EXIT.

      **************************************************
      *    WRITE THE NEW CUSTOMER'S KYC PROFILE, WITH THE FIRST
      *    REVIEW DUE ONE CYCLE FROM TODAY FOR THE RISK RATING
      *    (12 MONTHS HIGH, 24 MEDIUM, 36 LOW). A FAILED WRITE IS
      *    LOGGED LIKE A FAILED FIRST ACCOUNT - THE PROFILE CAN BE
      *    KEYED AFTERWARDS ON WGRVKYCM, AND WGRVBJ23 LISTS EVERY
      *    CUSTOMER STILL WITHOUT ONE
      **************************************************
       WRITE-KYC-PROFILE.
           MOVE CUSTOMER-SSN OF USER-DATA TO KYC-SSN.
           MOVE CUSTOMER-ID-TYPE OF USER-DATA TO KYC-ID-TYPE.
           MOVE CUSTOMER-ID-NUMBER OF USER-DATA TO KYC-ID-NUMBER.
           MOVE CUSTOMER-ID-EXPIRY OF USER-DATA TO KYC-ID-EXPIRY.
           MOVE CUSTOMER-OCCUPATION OF USER-DATA TO KYC-OCCUPATION.
           MOVE CUSTOMER-EXPECTED-ACTIVITY OF USER-DATA TO
                KYC-EXPECTED-MONTHLY.
           MOVE CUSTOMER-RISK-RATING OF USER-DATA TO KYC-RISK-RATING.
           MOVE WS-KYC-TODAY TO KYC-LAST-REVIEW.
           EXEC CICS ASSIGN USERID(KYC-UPDATED-BY) END-EXEC.

           EVALUATE TRUE
              WHEN KYC-RISK-HIGH
                 MOVE 12 TO WS-KYC-REVIEW-MONTHS
              WHEN KYC-RISK-MEDIUM
                 MOVE 24 TO WS-KYC-REVIEW-MONTHS
              WHEN OTHER
                 MOVE 36 TO WS-KYC-REVIEW-MONTHS
           END-EVALUATE.
           MOVE WS-KYC-TODAY TO WS-KYC-REVIEW-DATE.
           COMPUTE WS-KYC-MONTH-COUNT =
                   WS-KYC-REV-MONTH - 1 + WS-KYC-REVIEW-MONTHS.
           DIVIDE WS-KYC-MONTH-COUNT BY 12
                  GIVING WS-KYC-YEAR-ADD
                  REMAINDER WS-KYC-MONTH-COUNT.
           ADD WS-KYC-YEAR-ADD TO WS-KYC-REV-YEAR.
           COMPUTE WS-KYC-REV-MONTH = WS-KYC-MONTH-COUNT + 1.
           IF WS-KYC-REV-DAY > 28
               MOVE 28 TO WS-KYC-REV-DAY
           END-IF.
           MOVE WS-KYC-REVIEW-DATE TO KYC-NEXT-REVIEW.

           EXEC CICS WRITE
                     DATASET('WBKYCDB-DD')
                     FROM(KYC-PROFILE-RECORD)
                     LENGTH(LENGTH OF KYC-PROFILE-RECORD)
                     KEYLENGTH(LENGTH OF KYC-REC-KEY)
                     RIDFLD(KYC-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           IF RESP-CODE NOT = 0
               MOVE SPACES TO BSTRHELPSTRING
               MOVE RESP-CODE TO EDIT-NUM
               STRING 'Error writing KYC profile, Response code='
                      DELIMITED SIZE
                      EDIT-NUM DELIMITED SIZE
                      INTO BSTRHELPSTRING
               END-STRING
               MOVE BSTRHELPSTRING TO LOG-MSG-BUFFER
               PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT
           END-IF.

       WRITE-KYC-PROFILE-EXIT.
           EXIT.

      **************************************************
      *    SCREEN A NEWLY-ADDED CUSTOMER AGAINST THE SANCTIONS
      *    LIST - THE NORMALIZED NAME FIRST, THEN THE NORMALIZED
      *    STREET AND CITY. A HIT (OR A LIST THAT CANNOT BE READ)
      *    DOES NOT UNDO THE ADD; IT PUTS THE CUSTOMER INTO
      *    PENDING REVIEW ON WBSCRNDB SO NOTHING CAN BE DONE ON
      *    THE RELATIONSHIP UNTIL COMPLIANCE HAS LOOKED AT IT
      **************************************************
       SCREEN-NEW-CUSTOMER.
           MOVE 'N' TO WS-SCREEN-HIT-SWITCH.
           MOVE SPACES TO WS-NORM-INPUT.
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD TO WS-NORM-INPUT.
           PERFORM NORMALIZE-SCREEN-TEXT.
           MOVE 'N' TO SANC-MATCH-TYPE.
           PERFORM READ-SANCTIONS-LIST THRU READ-SANCTIONS-LIST-EXIT.
           IF WS-SCREEN-HIT
               GO TO SCREEN-NEW-CUSTOMER-HIT
           END-IF.

           MOVE SPACES TO WS-NORM-INPUT.
           MOVE CUSTOMER-STREET OF CUSTOMER-RECORD TO
                WS-NORM-INPUT(1:20).
           MOVE CUSTOMER-CITY OF CUSTOMER-RECORD TO
                WS-NORM-INPUT(21:10).
           PERFORM NORMALIZE-SCREEN-TEXT.
           MOVE 'A' TO SANC-MATCH-TYPE.
           PERFORM READ-SANCTIONS-LIST THRU READ-SANCTIONS-LIST-EXIT.
           IF WS-SCREEN-HIT
               GO TO SCREEN-NEW-CUSTOMER-HIT
           END-IF.
           GO TO SCREEN-NEW-CUSTOMER-EXIT.

       SCREEN-NEW-CUSTOMER-HIT.
           MOVE CUSTOMER-SSN OF CUSTOMER-RECORD TO SCRN-SSN.
           MOVE 'P' TO SCRN-STATUS.
           MOVE SANC-MATCH-TYPE TO SCRN-MATCH-TYPE.
           MOVE WS-NORM-OUTPUT TO SCRN-MATCH-VALUE.
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(WS-SCREEN-DATE)
           END-EXEC.
           MOVE WS-SCREEN-DATE TO SCRN-HIT-DATE.
           MOVE 'WTIADDC' TO SCRN-SOURCE.
           MOVE SPACES TO SCRN-REVIEWED-BY SCRN-REVIEWED-DATE.
           EXEC CICS WRITE
                     DATASET('WBSCRNDB-DD')
                     FROM(SCREEN-RECORD)
                     LENGTH(LENGTH OF SCREEN-RECORD)
                     KEYLENGTH(LENGTH OF SCRN-REC-KEY)
                     RIDFLD(SCRN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           MOVE SPACES TO BSTRHELPSTRING.
           IF RESP-CODE = 0
               STRING 'Sanctions list match - customer held for '
                      DELIMITED SIZE
                      'compliance review, list entry=' DELIMITED SIZE
                      SCRN-ENTRY-ID DELIMITED SIZE
                      INTO BSTRHELPSTRING
               END-STRING
           ELSE
               MOVE RESP-CODE TO EDIT-NUM
               STRING 'Sanctions list match - error writing the '
                      DELIMITED SIZE
                      'review record, Response code=' DELIMITED SIZE
                      EDIT-NUM DELIMITED SIZE
                      INTO BSTRHELPSTRING
               END-STRING
           END-IF.
           MOVE BSTRHELPSTRING TO LOG-MSG-BUFFER.
           PERFORM WRITE-LOG-MSG THRU WRITE-LOG-MSG-EXIT.
      * the audit trail carries the hit whether or not tracing is on,
      * and the PIN message sent back by ADD-CUST says the customer
      * is held
           MOVE 'SCRHIT' TO AU-REQUEST-ID.
           MOVE CUSTOMER-SSN OF CUSTOMER-RECORD TO AU-DETAIL.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'ADDCST' TO AU-REQUEST-ID.

       SCREEN-NEW-CUSTOMER-EXIT.
           EXIT.

      **************************************************
      *    ONE KEYED READ OF THE SANCTIONS LIST - THE CALLER SETS
      *    SANC-MATCH-TYPE AND LEAVES THE NORMALIZED TEXT IN
      *    WS-NORM-OUTPUT. A LIST THAT CANNOT BE READ COUNTS AS A
      *    HIT (TYPE 'E') - AN UNSCREENED CUSTOMER IS HELD, NOT
      *    WAVED THROUGH
      **************************************************
       READ-SANCTIONS-LIST.
           IF WS-NORM-OUTPUT = SPACES
               GO TO READ-SANCTIONS-LIST-EXIT
           END-IF.
           MOVE WS-NORM-OUTPUT TO SANC-MATCH-VALUE.
           EXEC CICS READ
                     DATASET('WBSANCDB-DD')
                     INTO(SANCTIONS-RECORD)
                     LENGTH(LENGTH OF SANCTIONS-RECORD)
                     KEYLENGTH(LENGTH OF SANC-REC-KEY)
                     RIDFLD(SANC-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
              WHEN 0
                 MOVE 'Y' TO WS-SCREEN-HIT-SWITCH
                 MOVE SANC-ENTRY-ID TO SCRN-ENTRY-ID
              WHEN DFHRESP-NOTFND
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y' TO WS-SCREEN-HIT-SWITCH
                 MOVE 'E' TO SANC-MATCH-TYPE
                 MOVE 'UNSCREENED' TO SCRN-ENTRY-ID
           END-EVALUATE.

       READ-SANCTIONS-LIST-EXIT.
           EXIT.

      **************************************************
      *    NORMALIZE WS-NORM-INPUT INTO WS-NORM-OUTPUT - THE SAME
      *    RULE WGRVBJ21 APPLIES WHEN IT BUILDS THE LIST, SO THE
      *    TWO SIDES OF THE MATCH ARE ALWAYS COMPARABLE
      **************************************************
       NORMALIZE-SCREEN-TEXT.
           MOVE SPACES TO WS-NORM-OUTPUT.
           MOVE ZERO TO WS-NORM-LEN.
           INSPECT WS-NORM-INPUT
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM NORMALIZE-ONE-CHAR
                   VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > LENGTH OF WS-NORM-INPUT
                      OR WS-NORM-LEN >= LENGTH OF WS-NORM-OUTPUT.
           EXIT.

       NORMALIZE-ONE-CHAR.
           MOVE WS-NORM-INPUT(WS-NORM-IDX:1) TO WS-NORM-CHAR.
           IF WS-NORM-KEEP
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-CHAR TO WS-NORM-OUTPUT(WS-NORM-LEN:1)
           END-IF.
           EXIT.

      **************************************************
      *    WRITE LOG MESSAGE
      **************************************************
           END-EXEC.
           EXIT.

       END PROGRAM WTIADDC.

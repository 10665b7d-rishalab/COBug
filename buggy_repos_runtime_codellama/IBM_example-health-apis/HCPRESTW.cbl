           88 WS-PAGING-ID-VALID            VALUE 'Y'.
       01  WS-JSON-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-NUM-OUT                 PIC 9(10).
      * Break-the-glass reason from the URI query (?btgReason=...) -
      * lets an API caller off the care team open a restricted record,
      * as HCE1 does on the 3270 side; '+' in the query is a space
       01  WS-URI-QUERY               PIC X(100).
       01  WS-QUERY-BEFORE            PIC X(100).
       01  WS-QUERY-REASON            PIC X(100).
       01  WS-BTG-REASON              PIC X(60) VALUE SPACES.
       01  WS-DEC-OUT                 PIC 9(3).9.

      *
              END-STRING
              MOVE CA-HIST-O2-SATURATION (WS-JSON-IDX) TO WS-NUM-OUT
              STRING ',"o2Saturation":"' DELIMITED BY SIZE
                     WS-NUM-OUT          DELIMITED BY SIZE
                     '"'                 DELIMITED BY SIZE
                     INTO JSON-REST-BUFFER
                     WITH POINTER WS-JSON-POS
              END-STRING
              MOVE CA-HIST-EWS-SCORE (WS-JSON-IDX) TO WS-NUM-OUT
              STRING ',"ewsScore":"'     DELIMITED BY SIZE
                     WS-NUM-OUT          DELIMITED BY SIZE
                     '"}'                DELIMITED BY SIZE
                     INTO JSON-REST-BUFFER
              MOVE 'A numeric patient id is required in the URI.'
                   TO WS-ERROR-MESSAGE
              PERFORM SEND-ERROR-RESPONSE
           END-IF

           IF WS-BTG-REASON NOT = SPACES
              PERFORM BREAK-THE-GLASS
           END-IF.

      *****************************************************************
      * A reason was supplied - if HCSCDB01 says the patient is a
      * restricted record this user may not open ('88'), record the
      * break-the-glass access through HCBGDB01 (which audits it with
      * the reason) so the request that follows is let through. A
      * record the user can already open records nothing.
      *****************************************************************
       BREAK-THE-GLASS.

           INITIALIZE HCPAPP-PATIENT-DETAILS
           MOVE WS-PATIENT-ID-NUM TO CA-PATIENT-ID
           MOVE '01IPAT' TO CA-REQUEST-ID
           EXEC CICS LINK PROGRAM('HCSCDB01')
                     COMMAREA(HCPAPP-PATIENT-DETAILS)
                     LENGTH(32765)
           END-EXEC

           IF CA-RETURN-CODE = '88'
              INITIALIZE HCPAPP-PATIENT-DETAILS
              MOVE WS-PATIENT-ID-NUM TO CA-PATIENT-ID
              MOVE '01ABTG' TO CA-REQUEST-ID
              MOVE WS-BTG-REASON TO CA-BTG-REASON
              PERFORM CHECK-REQUEST-AUTHORITY
              EXEC CICS LINK PROGRAM('HCBGDB01')
                        COMMAREA(HCPAPP-PATIENT-DETAILS)
                        LENGTH(32765)
              END-EXEC
              EVALUATE CA-RETURN-CODE
                 WHEN '00'
                    CONTINUE
                 WHEN '01'
                    PERFORM RESOURCE-NOT-FOUND
                 WHEN OTHER
                    PERFORM GENERIC-ABEND
              END-EVALUATE
           END-IF.

      *****************************************************************
      * Pick the btgReason value out of the URI query string
      *****************************************************************
       GET-BTG-REASON.

           MOVE SPACES TO WS-QUERY-BEFORE WS-QUERY-REASON WS-BTG-REASON
           UNSTRING WS-URI-QUERY DELIMITED BY 'btgReason='
               INTO WS-QUERY-BEFORE, WS-QUERY-REASON
           END-UNSTRING
           UNSTRING WS-QUERY-REASON DELIMITED BY '&'
               INTO WS-BTG-REASON
           END-UNSTRING
           INSPECT WS-BTG-REASON REPLACING ALL '+' BY SPACE.

      *****************************************************************
      * Trim the left-justified URI id, require all digits, and
      * right-justify it into WS-PATIENT-ID-NUM - /medications/123
      *****************************************************************
      * Role-based access check - HCSCDB01 decides whether the
      * signed-on user may drive the request id just built; a denial
      * surfaces as the structured 403 JSON error, a restricted record
      * with its own code so the caller knows to break the glass
      *****************************************************************
       CHECK-REQUEST-AUTHORITY.

                     LENGTH(32765)
           END-EXEC

           IF CA-RETURN-CODE = '88'
              MOVE 'RSTR' TO WS-ERROR-CODE
              MOVE '403' TO WS-ERROR-HTTP-STATUS
              MOVE 'Restricted record - supply a btgReason to open it.'
                   TO WS-ERROR-MESSAGE
              PERFORM SEND-ERROR-RESPONSE
           END-IF

           IF CA-RETURN-CODE NOT = '00'
              MOVE 'DENY' TO WS-ERROR-CODE
              MOVE '403' TO WS-ERROR-HTTP-STATUS
              DISPLAY 'Cannot get QUERY container.'
           ELSE
              DISPLAY 'QUERY in WS-RESID is:' WS-RESID
              MOVE WS-RESID TO WS-URI-QUERY
              PERFORM GET-BTG-REASON
           END-IF
      *
           MOVE ' ' TO WS-RESID

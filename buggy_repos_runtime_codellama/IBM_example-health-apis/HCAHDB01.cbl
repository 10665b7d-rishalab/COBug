           05  AU-TERMID               PIC X(4)  VALUE SPACES.
           05  AU-DATETIME             PIC X(26) VALUE SPACES.
           05  AU-USERID               PIC X(8)  VALUE SPACES.
           05  AU-BTG-REASON           PIC X(60) VALUE SPACES.

       01  WS-READQ-RESP               PIC S9(8) COMP VALUE +0.
       01  WS-READQ-LEN                PIC S9(4) COMP VALUE +0.
           03 DB2-AUD-TERMID           PIC X(4).
           03 DB2-AUD-DATETIME         PIC X(26).
           03 DB2-AUD-USERID           PIC X(8).
           03 DB2-AUD-BTG-REASON       PIC X(60).
           03 DB2-RETENTION-DAYS       PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * means the queue is drained.                                    *
      *----------------------------------------------------------------*
       HARVEST-NEXT-RECORD.
      * a record queued before the reason was carried is shorter -
      * clear it so one row's reason never lands on the next
           MOVE SPACES TO AU-BTG-REASON.
           MOVE LENGTH OF AU-AUDIT-RECORD TO WS-READQ-LEN.
           EXEC CICS READQ TD QUEUE('CSAU')
                     INTO(AU-AUDIT-RECORD)
           MOVE AU-TERMID      TO DB2-AUD-TERMID.
           MOVE AU-DATETIME    TO DB2-AUD-DATETIME.
           MOVE AU-USERID      TO DB2-AUD-USERID.
           MOVE AU-BTG-REASON  TO DB2-AUD-BTG-REASON.

           MOVE ' INSERT AUDITLOG' TO EM-SQLREQ.
           EXEC SQL
                           RETURNCODE,
                           TERMID,
                           AUDITDATETIME,
                           USERID,
                           BTGREASON )
                  VALUES ( :DB2-AUD-PROGRAM,
                           :DB2-AUD-PATIENT-ID,
                           :DB2-AUD-REQUEST-ID,
                           :DB2-AUD-RETURN-CODE,
                           :DB2-AUD-TERMID,
                           :DB2-AUD-DATETIME,
                           :DB2-AUD-USERID,
                           :DB2-AUD-BTG-REASON )
           END-EXEC.

           EVALUATE SQLCODE

      *    orders, and orders sent more than two days ago that the     *
      *    pharmacy never acknowledged - nothing falls between the     *
      *    buildings.                                                   *
      *    A patient recorded DECEASED gets no new order sent - only   *
      *    the stops for the prescriptions discontinued at death.      *
      *    Only approved orders go: a non-formulary prescription       *
      *    (APPROVALSTATUS 'P') waits until pharmacy approves it on    *
      *    the HCI1PL01 queue, and one rejected there is never sent,   *
      *    nor is its stop. Prescriptions from before the formulary    *
      *    (no status) count as on formulary.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPHBJ01.

      *----------------------------------------------------------------*
      * An 'N' tracking row for every prescription the interface has  *
      * never carried - set-level insert, rerun-safe. A deceased       *
      * patient's prescriptions are never sent as new orders, and     *
      * neither is one pending or refused formulary approval.         *
      *----------------------------------------------------------------*
       QUEUE-NEW-ORDERS.
           MOVE ' INSERT PHARMORD NEW' TO EM-SQLREQ.
                          (SELECT 1 FROM PHARMORD P
                            WHERE P.MEDICATIONID = M.MEDICATIONID
                              AND P.ORDERACTION  = 'N')
                      AND M.PATIENTID NOT IN
                          (SELECT PATIENTID FROM PATIENT
                            WHERE DECEASED = 'Y')
                      AND COALESCE(M.APPROVALSTATUS, 'F')
                          IN ('F', 'A')
           END-EXEC.

           EVALUATE SQLCODE

      *----------------------------------------------------------------*
      * A 'D' tracking row for every discontinued prescription whose  *
      * stop the pharmacy has not been told about - an order that was  *
      * never approved was never sent, so has no stop to send.         *
      *----------------------------------------------------------------*
       QUEUE-DISCONTINUED-ORDERS.
           MOVE ' INSERT PHARMORD DISC' TO EM-SQLREQ.
                   SELECT M.MEDICATIONID, 'D', 'N', ' ', ' ', ' '
                     FROM MEDICATION M
                    WHERE M.DISCONTINUED = 'Y'
                      AND COALESCE(M.APPROVALSTATUS, 'F')
                          IN ('F', 'A')
                      AND NOT EXISTS
                          (SELECT 1 FROM PHARMORD P
                            WHERE P.MEDICATIONID = M.MEDICATIONID

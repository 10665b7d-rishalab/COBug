           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error updating ward assignment.'.
           03 FILLER PIC X(6)  VALUE 'WRDISO'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Admitted - isolated patient in non-isolation bed.'.
           03 FILLER PIC X(6)  VALUE 'ORDADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Session fully booked - no free time available.'.
           03 FILLER PIC X(6)  VALUE 'BRQADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Bed request queued for the patient.'.
           03 FILLER PIC X(6)  VALUE 'BRQDUP'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Patient already has an open bed request.'.
           03 FILLER PIC X(6)  VALUE 'BRQNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No open bed requests or free beds to show.'.
           03 FILLER PIC X(6)  VALUE 'BRQNOR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Bed request not found or no longer open.'.
           03 FILLER PIC X(6)  VALUE 'BRQASG'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Bed assigned - patient admitted from the queue.'.
           03 FILLER PIC X(6)  VALUE 'BRQISO'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Assigned - needs isolation, not an isolation bed.'.
           03 FILLER PIC X(6)  VALUE 'BRQOCC'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Bed occupied or out of service - choose another.'.
           03 FILLER PIC X(6)  VALUE 'BRQCAN'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Bed request cancelled.'.
           03 FILLER PIC X(6)  VALUE 'BRQERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error updating the bed request queue.'.
           03 FILLER PIC X(6)  VALUE 'HMDADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Home medication recorded for this stay.'.
           03 FILLER PIC X(6)  VALUE 'HMDDEC'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Reconciliation decision recorded.'.
           03 FILLER PIC X(6)  VALUE 'HMDDON'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'All home medications reconciled.'.
           03 FILLER PIC X(6)  VALUE 'HMDNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No home medication list for the open stay.'.
           03 FILLER PIC X(6)  VALUE 'HMDREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Decision C, M or S and a reason are required.'.
           03 FILLER PIC X(6)  VALUE 'HMDERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error updating the home medication list.'.
           03 FILLER PIC X(6)  VALUE 'WRDREC'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Not discharged - home medications not reconciled.'.
           03 FILLER PIC X(6)  VALUE 'CDWIT '.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Controlled drug - a different witness is needed.'.
           03 FILLER PIC X(6)  VALUE 'CDLNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No controlled-drug ledger for this ward.'.
           03 FILLER PIC X(6)  VALUE 'CDCOK '.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Count agrees with the ledger balance.'.
           03 FILLER PIC X(6)  VALUE 'CDCDIS'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'COUNT DISCREPANCY - ward on-call alerted.'.
           03 FILLER PIC X(6)  VALUE 'CDCREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Ward, drug and counted quantity are required.'.
           03 FILLER PIC X(6)  VALUE 'CDCERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error recording the controlled-drug count.'.
           03 FILLER PIC X(6)  VALUE 'PATDEC'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'PATIENT DECEASED'.
           03 FILLER PIC X(6)  VALUE 'DTHREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Date/time of death and certifying user required'.
           03 FILLER PIC X(6)  VALUE 'DTHCRT'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Certifying user is not a known user'.
           03 FILLER PIC X(6)  VALUE 'DTHDUP'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'A death is already recorded for this patient'.
           03 FILLER PIC X(6)  VALUE 'DTHOK '.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Death recorded - appointments, meds stopped'.
           03 FILLER PIC X(6)  VALUE 'DTHERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error recording death'.
           03 FILLER PIC X(6)  VALUE 'REFNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No referrals found for this patient'.
           03 FILLER PIC X(6)  VALUE 'REFREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Specialty, destination, urgency, reason required'.
           03 FILLER PIC X(6)  VALUE 'REFPRB'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Reason must be an active problem for the patient'.
           03 FILLER PIC X(6)  VALUE 'REFSTS'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Status can only move forward to a known status'.
           03 FILLER PIC X(6)  VALUE 'REFNOF'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Referral not found for this patient'.
           03 FILLER PIC X(6)  VALUE 'REFADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Referral sent'.
           03 FILLER PIC X(6)  VALUE 'REFUPD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Referral status updated'.
           03 FILLER PIC X(6)  VALUE 'REFERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error recording referral'.
           03 FILLER PIC X(6)  VALUE 'DIEREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Diet type required, NPO must be Y or N'.
           03 FILLER PIC X(6)  VALUE 'DIENPO'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'NPO end must be after start - yyyy-mm-dd-hh.mm.ss'.
           03 FILLER PIC X(6)  VALUE 'DIEADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Diet order updated'.
           03 FILLER PIC X(6)  VALUE 'DIENOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No diet order on the current stay'.
           03 FILLER PIC X(6)  VALUE 'DIEERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error recording diet order'.
           03 FILLER PIC X(6)  VALUE 'FLUREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Need I/O, route, volume 1-5000, valid past time'.
           03 FILLER PIC X(6)  VALUE 'FLUADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Fluid entry recorded'.
           03 FILLER PIC X(6)  VALUE 'FLUNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No fluid entries for this patient'.
           03 FILLER PIC X(6)  VALUE 'FLUERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error recording fluid entry'.
           03 FILLER PIC X(6)  VALUE 'VITNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No vitals on file for this patient'.
           03 FILLER PIC X(6)  VALUE 'RSTUPD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Restricted-record flag updated.'.
           03 FILLER PIC X(6)  VALUE 'RSTINV'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Restricted flag must be Y or N.'.
           03 FILLER PIC X(6)  VALUE 'RSTERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error updating the restricted-record flag.'.
           03 FILLER PIC X(6)  VALUE 'SECRST'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Restricted record - break the glass on HCE1.'.
           03 FILLER PIC X(6)  VALUE 'BTGREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'A break-the-glass reason is required.'.
           03 FILLER PIC X(6)  VALUE 'BTGOK '.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Access granted until the time shown.'.
           03 FILLER PIC X(6)  VALUE 'BTGNRQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Record not restricted for you - no override.'.
           03 FILLER PIC X(6)  VALUE 'BTGERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error recording break-the-glass access.'.
           03 FILLER PIC X(6)  VALUE 'RMWNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No open worklist lines for that payer.'.
           03 FILLER PIC X(6)  VALUE 'RMWNOF'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Worklist line not found or already worked.'.
           03 FILLER PIC X(6)  VALUE 'RMWUNM'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No charge matched - line can only be written off.'.
           03 FILLER PIC X(6)  VALUE 'RMWRSB'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Charge resubmitted for the next claims run.'.
           03 FILLER PIC X(6)  VALUE 'RMWWOF'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Worklist line written off.'.
           03 FILLER PIC X(6)  VALUE 'RMWERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Worklist line not updated.'.
           03 FILLER PIC X(6)  VALUE 'MEDPND'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Added - non-formulary, awaiting pharmacy approval'.
           03 FILLER PIC X(6)  VALUE 'FRMRTE'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Strength/route not on formulary for this drug'.
           03 FILLER PIC X(6)  VALUE 'FRMDOS'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Dose outside formulary range - key override'.
           03 FILLER PIC X(6)  VALUE 'FRMADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Formulary entry added'.
           03 FILLER PIC X(6)  VALUE 'FRMUPD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Formulary entry updated'.
           03 FILLER PIC X(6)  VALUE 'FRMNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No formulary entry found for that drug'.
           03 FILLER PIC X(6)  VALUE 'FRMDUP'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Drug already listed at that strength/route'.
           03 FILLER PIC X(6)  VALUE 'FRMINV'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Drug/strength/route needed, max not below min'.
           03 FILLER PIC X(6)  VALUE 'FRMERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error updating formulary'.
           03 FILLER PIC X(6)  VALUE 'PNDAPV'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Approved - sent on next pharmacy cycle'.
           03 FILLER PIC X(6)  VALUE 'PNDREJ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Prescription rejected and stopped'.
           03 FILLER PIC X(6)  VALUE 'PNDNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No prescriptions awaiting formulary approval'.
           03 FILLER PIC X(6)  VALUE 'PNDNOF'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Prescription not found or no longer pending'.
           03 FILLER PIC X(6)  VALUE 'PNDERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error recording the approval decision'.
           03 FILLER PIC X(6)  VALUE 'RSKADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Risk assessment recorded.'.
           03 FILLER PIC X(6)  VALUE 'RSKREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Type F or P, item scores in range required.'.
           03 FILLER PIC X(6)  VALUE 'RSKNWD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Patient is not on a ward - no stay to assess.'.
           03 FILLER PIC X(6)  VALUE 'RSKNOD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No risk assessment since admission.'.
           03 FILLER PIC X(6)  VALUE 'RSKERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error processing risk assessment.'.
           03 FILLER PIC X(6)  VALUE 'NTEADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Draft note saved - sign it to file it'.
           03 FILLER PIC X(6)  VALUE 'NTEUPD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Draft note updated'.
           03 FILLER PIC X(6)  VALUE 'NTESGN'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Note signed'.
           03 FILLER PIC X(6)  VALUE 'NTEADN'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Addendum saved as a draft - sign it to file it'.
           03 FILLER PIC X(6)  VALUE 'NTEREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Enter a valid note type, link and note text'.
           03 FILLER PIC X(6)  VALUE 'NTENF '.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Note not found'.
           03 FILLER PIC X(6)  VALUE 'NTESIG'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Note is signed - amend it with an addendum'.
           03 FILLER PIC X(6)  VALUE 'NTEAUT'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Only the author may change or sign a draft'.
           03 FILLER PIC X(6)  VALUE 'NTEDRF'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Note is still a draft - edit it instead'.
           03 FILLER PIC X(6)  VALUE 'NTENON'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No notes on file for this patient'.
           03 FILLER PIC X(6)  VALUE 'NTEERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error processing clinical note request'.
           03 FILLER PIC X(6)  VALUE 'THBADD'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Procedure booked for theatre'.
           03 FILLER PIC X(6)  VALUE 'THBCAN'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Theatre booking cancelled'.
           03 FILLER PIC X(6)  VALUE 'THBREQ'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Enter procedure, active problem, slot, duration'.
           03 FILLER PIC X(6)  VALUE 'THBSUR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Surgeon is not an active prescriber'.
           03 FILLER PIC X(6)  VALUE 'THBNOS'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Theatre has no session covering that slot'.
           03 FILLER PIC X(6)  VALUE 'THBCON'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Theatre slot overlaps booking shown'.
           03 FILLER PIC X(6)  VALUE 'THBNF '.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Theatre booking not found or not live'.
           03 FILLER PIC X(6)  VALUE 'THBNON'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'No theatre bookings for this patient'.
           03 FILLER PIC X(6)  VALUE 'THBERR'.
           03 FILLER PIC X(2)  VALUE 'EN'.
           03 FILLER PIC X(60)
              VALUE 'Error processing theatre booking'.

       01  WS-MESSAGE-TABLE REDEFINES WS-MSG-TABLE-VALUES.
           03 WS-MESSAGE-ENTRY OCCURS 178 TIMES
                                INDEXED BY WS-MSG-IDX.
              05 WS-MSG-CODE          PIC X(6).
              05 WS-MSG-LANGUAGE      PIC X(2).

           03 CA-REQUEST-SPECIFIC       PIC X(32741).

      *----------------------------------------------------------------*
      *    01IPAT / 01APAT / 01DPAT - patient inquire/add/death        *
      *----------------------------------------------------------------*
           03 CA-PATIENT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-INS-CARD-NUM        PIC X(10).
      * Consent indicators (01UCON maintains, disclosure paths read)
              05 CA-CONSENT-RESEARCH    PIC X(1).
              05 CA-CONSENT-API         PIC X(1).
      * Deceased status - 01IPAT returns it, 01DPAT records a death
      * (HCDTDB01)
              05 CA-DECEASED            PIC X(1).
              05 CA-DEATH-DATETIME      PIC X(26).
              05 CA-DEATH-CERT-USER     PIC X(10).
      * Restricted record (staff / public figure) - 01IPAT returns it,
      * 01URST sets it; HCSCDB01 keeps others off the record unless
      * they are on the care team or break the glass (01ABTG)
              05 CA-RESTRICTED          PIC X(1).
              05 CA-ADDITIONAL-DATA     PIC X(31978).

      *----------------------------------------------------------------*
      *    01IBPR/01IHRT/01IVIT/02IVIT/01CVIT - vitals inquire          *
              05 CA-WEIGHT-KG           PIC S9(3)V9 COMP-3.
              05 CA-HEIGHT-CM           PIC S9(3) COMP.
              05 CA-BMI                 PIC S9(3)V9 COMP-3.
      * Early-warning score (HCEWSPD) stored with the reading - 01AVIT
      * returns the score of the reading just stored, 02IVIT returns
      * one per CA-VITALS-HISTORY entry in the same position. Added
      * at the end so consumers reading by position are undisturbed.
              05 CA-EWS-SCORE           PIC 9(2).
              05 CA-HIST-EWS-SCORE      PIC 9(2) OCCURS 20 TIMES.
              05 FILLER                 PIC X(31508).

      *----------------------------------------------------------------*
      *    01IMED/01AMED/02IMED/01DMED - medication inquire/add         *
      * 01AADM - when the dose identified by CA-MEDICATION-ID was
      * administered (blank = now, defaulted by HCMADB03)
              05 CA-ADMIN-DATETIME      PIC X(26).
      * 01AADM of a controlled drug (DRUGSTOCK CONTROLLED = 'Y') - the
      * second signed-on user who witnessed the dose, and any part
      * of the dose wasted, in the same units as the dose
              05 CA-ADMIN-WITNESS       PIC X(10).
              05 CA-ADMIN-WASTE-QTY     PIC 9(3)V99.
      * 01AMED/01RMED against the FORMULARY master - why a dose outside
      * the formulary range is being ordered anyway (blank = no
      * override, the dose must be in range); returned: 'F' the drug
      * is on the formulary, 'P' it is not and the order waits for
      * pharmacy approval (01UPND); and on '89' which check failed,
      * 'R' strength/route not listed for the drug, 'D' dose outside
      * the single or daily range
              05 CA-DOSE-OVERRIDE-REASON PIC X(40).
              05 CA-FORMULARY-STATUS    PIC X(1).
              05 CA-FORMULARY-FAIL      PIC X(1).

      *----------------------------------------------------------------*
      *    01IPRB/01APRB - prescriber master inquire/add                *
                 10 CA-DUE-DRUG-NAME       PIC X(50).
                 10 CA-DUE-DATETIME        PIC X(26).
                 10 CA-DUE-STATUS          PIC X(7).
      * 'Y' - booked for theatre today or tomorrow, nil by mouth
      * from midnight (HCNPOPD)
                 10 CA-DUE-NPO             PIC X(1).

      *----------------------------------------------------------------*
      *    01IAPP/01AAPP - appointment inquire/book                     *
              05 CA-WARD-BED            PIC X(4).
              05 CA-WARD-ADMIT-DTIME    PIC X(26).
              05 CA-WARD-DISCH-DTIME    PIC X(26).
      * set by 01AWRD - 'Y' means the patient has an active ISOLATION
      * entry but the bed is not an isolation bed on BEDMASTER. The
      * admit stands either way - the screens warn, infection control
      * decides. CA-WARD-ISO-ORGANISM names the organism concerned.
              05 CA-WARD-ISOLATION-WARN PIC X(1).
              05 CA-WARD-ISO-ORGANISM   PIC X(10).

      *----------------------------------------------------------------*
      *    01IISO/01AISO/01CISO - infection-control isolation registry  *
      *    inquire/add/clear                                            *
      *----------------------------------------------------------------*
           03 CA-ISOLATION-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * organism: MRSA, CDIFF, TB, FLU, ... - precaution: CONTACT,
      * DROPLET, AIRBORNE
              05 CA-ISO-ORGANISM        PIC X(10).
              05 CA-ISO-PRECAUTION      PIC X(10).
              05 CA-ISO-START-DATE      PIC X(10).
      * 01CISO clears the open entry for CA-ISO-ORGANISM as of this
      * date - blank means today
              05 CA-ISO-CLEARED-DATE    PIC X(10).
      * 01IISO lists active entries only unless this is 'Y'
              05 CA-ISO-INCLUDE-CLEARED PIC X(1).
              05 CA-NUM-ISOLATIONS      PIC 9(2).
              05 CA-ISOLATIONS OCCURS 10 TIMES
                                        INDEXED BY CA-ISO-IDX.
                 10 CA-ISO-LST-ORGANISM    PIC X(10).
                 10 CA-ISO-LST-PRECAUTION  PIC X(10).
                 10 CA-ISO-LST-START       PIC X(10).
                 10 CA-ISO-LST-CLEARED     PIC X(10).

      *----------------------------------------------------------------*
      *    01ABRQ/01LBRQ/01SBRQ/01XBRQ - admission bed-request queue    *
      *    add/bed-board list/assign bed/cancel                         *
      *----------------------------------------------------------------*
           03 CA-BEDREQ-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-BRQ-ID              PIC 9(9).
      * requested ward, or blank with a specialty for "first free bed"
      * - on 01LBRQ a ward code here limits the board to that ward
              05 CA-BRQ-WARD-CODE       PIC X(4).
              05 CA-BRQ-SPECIALTY       PIC X(10).
      * 1 = emergency ... 4 = routine - the board lists 1 first
              05 CA-BRQ-PRIORITY        PIC 9(1).
      * 'Y' - patient needs an isolation bed; blank on 01ABRQ takes it
      * from the ISOLATION registry
              05 CA-BRQ-ISOLATION-NEED  PIC X(1).
              05 CA-BRQ-REQ-DTIME       PIC X(26).
      * 01SBRQ - the free bed picked off the board; the admit itself
      * runs through HCWDDB01 01AWRD
              05 CA-BRQ-ASSIGN-WARD     PIC X(4).
              05 CA-BRQ-ASSIGN-BED      PIC X(4).
              05 CA-BRQ-ADMIT-DTIME     PIC X(26).
      * set by 01SBRQ - 'Y' means the patient needs (or the registry
      * says) isolation but the bed is not an isolation bed
              05 CA-BRQ-ISOLATION-WARN  PIC X(1).
              05 CA-NUM-BED-REQUESTS    PIC 9(2).
              05 CA-BED-REQUESTS OCCURS 10 TIMES
                                        INDEXED BY CA-BRQ-IDX.
                 10 CA-BRQ-LST-ID          PIC 9(9).
                 10 CA-BRQ-LST-PATIENT-ID  PIC 9(10).
                 10 CA-BRQ-LST-WARD        PIC X(4).
                 10 CA-BRQ-LST-SPECIALTY   PIC X(10).
                 10 CA-BRQ-LST-PRIORITY    PIC 9(1).
                 10 CA-BRQ-LST-ISOLATION   PIC X(1).
                 10 CA-BRQ-LST-REQ-DTIME   PIC X(26).
      * free (STATUS 'O') beds off the BEDMASTER - out-of-service and
      * occupied beds never appear
              05 CA-NUM-FREE-BEDS       PIC 9(2).
              05 CA-FREE-BEDS OCCURS 20 TIMES
                                        INDEXED BY CA-BED-IDX.
                 10 CA-BED-LST-WARD        PIC X(4).
                 10 CA-BED-LST-BED         PIC X(4).
                 10 CA-BED-LST-ISOLATION   PIC X(1).

      *----------------------------------------------------------------*
      *    01AHMD/01IHMD/01RHMD - home-medication reconciliation for    *
      *    the open ward stay add/inquire/record decision               *
      *----------------------------------------------------------------*
           03 CA-HOMEMED-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * 01RHMD - the home drug the decision is for
              05 CA-HMD-ID              PIC 9(9).
      * 01AHMD - drug name NONE records "no home medications" so a
      * nil list still counts as reconciled
              05 CA-HMD-DRUG-NAME       PIC X(50).
              05 CA-HMD-DOSE            PIC X(20).
              05 CA-HMD-FREQUENCY       PIC X(20).
      * C = continue, M = modify, S = stop - blank until decided
              05 CA-HMD-DECISION        PIC X(1).
              05 CA-HMD-REASON          PIC X(40).
      * the open stay the list belongs to (WARDSTAY ADMITDATETIME)
              05 CA-HMD-ADMIT-DTIME     PIC X(26).
      * home drugs on the stay still waiting for a decision
              05 CA-HMD-PENDING         PIC 9(2).
              05 CA-NUM-HOMEMEDS        PIC 9(2).
              05 CA-HOMEMEDS OCCURS 10 TIMES
                                        INDEXED BY CA-HMD-IDX.
                 10 CA-HMD-LST-ID          PIC 9(9).
                 10 CA-HMD-LST-DRUG-NAME   PIC X(50).
                 10 CA-HMD-LST-DOSE        PIC X(20).
                 10 CA-HMD-LST-DECISION    PIC X(1).
                 10 CA-HMD-LST-REASON      PIC X(40).
      * the active MEDICATION row for the same drug, if any - spaces
      * in the strength mean nothing on the ward matches it
                 10 CA-HMD-LST-MED-ID      PIC S9(9) COMP.
                 10 CA-HMD-LST-MED-STRENGTH PIC X(20).

      *----------------------------------------------------------------*
      *    01ICDL/01ACDC - ward controlled-drug ledger balances and     *
      *    cabinet count entry                                         *
      *----------------------------------------------------------------*
           03 CA-CDLEDGER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-CDL-WARD-CODE       PIC X(4).
      * 01ACDC - the drug counted and the quantity found in the cabinet
              05 CA-CDL-DRUG-NAME       PIC X(50).
              05 CA-CDL-COUNT-QTY       PIC 9(5)V99.
      * the running balance from receipts less administrations and
      * wastage, and whether the count disagreed with it
              05 CA-CDL-BALANCE         PIC S9(5)V99.
              05 CA-CDL-DISCREPANCY     PIC X(1).
              05 CA-NUM-CD-BALANCES     PIC 9(2).
              05 CA-CD-BALANCES OCCURS 15 TIMES
                                        INDEXED BY CA-CDL-IDX.
                 10 CA-CDL-LST-DRUG-NAME   PIC X(50).
                 10 CA-CDL-LST-BALANCE     PIC S9(5)V99.
                 10 CA-CDL-LST-COUNT-DTIME PIC X(26).

      *----------------------------------------------------------------*
      *    01IREF/01AREF/01UREF - specialist referral inquire/add/      *
      *    status update                                               *
      *----------------------------------------------------------------*
           03 CA-REFERRAL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * 01UREF - the referral being moved on
              05 CA-REF-ID              PIC 9(9).
              05 CA-REF-SPECIALTY       PIC X(15).
              05 CA-REF-DESTINATION     PIC X(30).
      * 'U' urgent / 'S' soon / 'R' routine
              05 CA-REF-URGENCY         PIC X(1).
      * the reason - an active PROBLEM code on the patient's list
              05 CA-REF-PROBLEM-CODE    PIC X(10).
      * SENT, ACKNOWLEDGED, BOOKED, SEEN, CLOSED - 01AREF always
      * starts at SENT; 01UREF only moves forward
              05 CA-REF-STATUS          PIC X(12).
      * the referring user - the signed-on user on 01AREF
              05 CA-REF-USER            PIC X(8).
              05 CA-NUM-REFERRALS       PIC 9(2).
              05 CA-REFERRALS OCCURS 10 TIMES
                                        INDEXED BY CA-REF-IDX.
                 10 CA-REF-LST-ID          PIC 9(9).
                 10 CA-REF-LST-SPECIALTY   PIC X(15).
                 10 CA-REF-LST-DESTINATION PIC X(30).
                 10 CA-REF-LST-URGENCY     PIC X(1).
                 10 CA-REF-LST-PROBLEM     PIC X(10).
                 10 CA-REF-LST-STATUS      PIC X(12).
                 10 CA-REF-LST-STATUS-DATE PIC X(10).
                 10 CA-REF-LST-USER        PIC X(8).

      *----------------------------------------------------------------*
      *    01IDIE/01ADIE - diet order on the open ward stay            *
      *    inquire/set                                                  *
      *----------------------------------------------------------------*
           03 CA-DIET-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * REGULAR, DIABETIC, RENAL, CARDIAC, GLUTENFREE, VEGETARIAN, ...
              05 CA-DIET-TYPE           PIC X(15).
      * NORMAL, SOFT, MINCED, PUREED, LIQUID - blank means NORMAL
              05 CA-DIET-TEXTURE        PIC X(10).
      * 'Y' nil by mouth from CA-DIET-NPO-START (blank = now) until
      * CA-DIET-NPO-END (blank = until the order is changed)
              05 CA-DIET-NPO            PIC X(1).
              05 CA-DIET-NPO-START      PIC X(26).
              05 CA-DIET-NPO-END        PIC X(26).
              05 CA-DIET-NOTES          PIC X(60).
      * the open stay the order belongs to (WARDSTAY ADMITDATETIME)
              05 CA-DIET-ADMIT-DTIME    PIC X(26).
      * who set the order and when - the signed-on user on 01ADIE
              05 CA-DIET-USER           PIC X(8).
              05 CA-DIET-DTIME          PIC X(26).

      *----------------------------------------------------------------*
      *    01IFLU/01AFLU - fluid intake/output chart inquire/add        *
      *----------------------------------------------------------------*
           03 CA-FLUID-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-FLU-ID              PIC 9(9).
      * 'I' intake - ORAL, IV, NG / 'O' output - URINE, DRAIN, VOMIT, NG
              05 CA-FLU-DIRECTION       PIC X(1).
              05 CA-FLU-ROUTE           PIC X(10).
              05 CA-FLU-VOLUME          PIC 9(5).
      * when the fluid went in or came out - blank on 01AFLU means now
              05 CA-FLU-DATETIME        PIC X(26).
      * 01IFLU - running totals since CA-FLU-SINCE (the open stay's
      * admit, else the first entry on file) and the last 24 hours,
      * volumes in ml, balance = in - out
              05 CA-FLU-SINCE           PIC X(26).
              05 CA-FLU-RUN-IN          PIC 9(7).
              05 CA-FLU-RUN-OUT         PIC 9(7).
              05 CA-FLU-RUN-BALANCE     PIC S9(7).
              05 CA-FLU-24H-IN          PIC 9(7).
              05 CA-FLU-24H-OUT         PIC 9(7).
              05 CA-FLU-24H-BALANCE     PIC S9(7).
              05 CA-NUM-FLUIDS          PIC 9(2).
              05 CA-FLUIDS OCCURS 10 TIMES
                                        INDEXED BY CA-FLU-IDX.
                 10 CA-FLU-LST-DATETIME    PIC X(26).
                 10 CA-FLU-LST-DIRECTION   PIC X(1).
                 10 CA-FLU-LST-ROUTE       PIC X(10).
                 10 CA-FLU-LST-VOLUME      PIC 9(5).
                 10 CA-FLU-LST-USER        PIC X(8).

      *----------------------------------------------------------------*
      *    01ABTG - break-the-glass access to a restricted record       *
      *----------------------------------------------------------------*
           03 CA-BTG-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * why the user needs the record - required, written to AUDITLOG
              05 CA-BTG-REASON          PIC X(60).
      * returned - who was granted access, when, and until when
              05 CA-BTG-USER            PIC X(8).
              05 CA-BTG-DTIME           PIC X(26).
              05 CA-BTG-EXPIRES         PIC X(26).

      *----------------------------------------------------------------*
      *    01IRMW/01URMW - billing worklist of denied and unmatched     *
      *    remittance lines inquire/work                               *
      *----------------------------------------------------------------*
           03 CA-REMIT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * 01IRMW - the payer to list, blank for every payer
              05 CA-RMW-PAYER           PIC X(10).
      * 01URMW - the worklist line being worked and what to do with it:
      * 'R' resubmit its charge on the next HCCLBJ01 run, 'W' write it
      * (and its charge) off
              05 CA-RMW-ID              PIC 9(9).
              05 CA-RMW-ACTION          PIC X(1).
      * who worked it - the signed-on user on 01URMW
              05 CA-RMW-USER            PIC X(8).
              05 CA-NUM-REMITS          PIC 9(2).
              05 CA-REMITS OCCURS 10 TIMES
                                        INDEXED BY CA-RMW-IDX.
                 10 CA-RMW-LST-ID          PIC 9(9).
                 10 CA-RMW-LST-PAYER       PIC X(10).
                 10 CA-RMW-LST-PATIENT     PIC 9(10).
                 10 CA-RMW-LST-TYPE        PIC X(3).
                 10 CA-RMW-LST-SERVICE-DATE PIC X(10).
                 10 CA-RMW-LST-BILLED      PIC 9(7)V99.
                 10 CA-RMW-LST-DENIAL      PIC X(6).
      * 'Y' a denial on a matched charge, 'N' no charge answered to it
                 10 CA-RMW-LST-MATCHED     PIC X(1).

      *----------------------------------------------------------------*
      *    01IFRM/01AFRM/01UFRM - formulary master inquire/add/update   *
      *    01IPND/01UPND - non-formulary approval queue list/decide     *
      *----------------------------------------------------------------*
           03 CA-FORMULARY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * one formulary row - a drug at one strength by one route, with
      * its dose range in the same units as CA-AMOUNT; the daily dose
      * is the amount times the leading digit of the frequency, and a
      * zero maximum means no upper limit
              05 CA-FRM-DRUG-NAME       PIC X(50).
              05 CA-FRM-STRENGTH        PIC X(20).
              05 CA-FRM-ROUTE           PIC X(20).
              05 CA-FRM-MIN-SINGLE      PIC 9(4).
              05 CA-FRM-MAX-SINGLE      PIC 9(4).
              05 CA-FRM-MIN-DAILY       PIC 9(5).
              05 CA-FRM-MAX-DAILY       PIC 9(5).
              05 CA-FRM-ACTIVE          PIC X(1).
      * 01IFRM also lists every strength/route row held for the drug
              05 CA-NUM-FORMULARY       PIC 9(2).
              05 CA-FORMULARY-ROWS OCCURS 10 TIMES
                                        INDEXED BY CA-FRM-IDX.
                 10 CA-FRM-LST-STRENGTH    PIC X(20).
                 10 CA-FRM-LST-ROUTE       PIC X(20).
                 10 CA-FRM-LST-MIN-SINGLE  PIC 9(4).
                 10 CA-FRM-LST-MAX-SINGLE  PIC 9(4).
                 10 CA-FRM-LST-MIN-DAILY   PIC 9(5).
                 10 CA-FRM-LST-MAX-DAILY   PIC 9(5).
                 10 CA-FRM-LST-ACTIVE      PIC X(1).
      * 01UPND - the pending prescription and the pharmacy decision:
      * 'A' approve (HCPHBJ01 sends it), 'R' reject (it is stopped)
              05 CA-PND-MEDICATION-ID   PIC 9(9).
              05 CA-PND-DECISION        PIC X(1).
      * who decided - the signed-on user on 01UPND
              05 CA-PND-USER            PIC X(8).
              05 CA-NUM-PENDING         PIC 9(2).
              05 CA-PENDING OCCURS 10 TIMES
                                        INDEXED BY CA-PND-IDX.
                 10 CA-PND-LST-ID          PIC 9(9).
                 10 CA-PND-LST-PATIENT     PIC 9(10).
                 10 CA-PND-LST-DRUG-NAME   PIC X(50).
                 10 CA-PND-LST-STRENGTH    PIC X(20).
                 10 CA-PND-LST-ROUTE       PIC X(20).
                 10 CA-PND-LST-PRESCRIBER  PIC X(20).
                 10 CA-PND-LST-START-DATE  PIC X(10).

      *----------------------------------------------------------------*
      *    01ARSK/01IRSK - falls and pressure-injury risk assessment    *
      *    add/inquire against the open ward stay                      *
      *----------------------------------------------------------------*
           03 CA-RISK-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * 'F' falls risk (six items, 0-125) / 'P' pressure-injury risk
      * (six items, 6-23 - the lower the score the higher the risk)
              05 CA-RSK-TYPE            PIC X(1).
              05 CA-RSK-ITEMS.
                 10 CA-RSK-ITEM         PIC 9(2) OCCURS 6 TIMES.
      * 01ARSK returns the total, the band it falls in - 'H' high,
      * 'M' medium, 'L' low - and when the band says to reassess
              05 CA-RSK-TOTAL           PIC 9(3).
              05 CA-RSK-BAND            PIC X(1).
      * when the assessment was done - blank on 01ARSK means now
              05 CA-RSK-DATETIME        PIC X(26).
              05 CA-RSK-DUE             PIC X(26).
      * the stay the assessments are held against
              05 CA-RSK-ADMIT-DTIME     PIC X(26).
              05 CA-RSK-WARD            PIC X(4).
      * 01IRSK - the latest band of each type this stay, then the
      * stay's assessments latest first
              05 CA-RSK-FALLS-BAND      PIC X(1).
              05 CA-RSK-FALLS-TOTAL     PIC 9(3).
              05 CA-RSK-FALLS-DUE       PIC X(26).
              05 CA-RSK-PRESSURE-BAND   PIC X(1).
              05 CA-RSK-PRESSURE-TOTAL  PIC 9(3).
              05 CA-RSK-PRESSURE-DUE    PIC X(26).
              05 CA-NUM-RISKS           PIC 9(2).
              05 CA-RISKS OCCURS 10 TIMES
                                        INDEXED BY CA-RSK-IDX.
                 10 CA-RSK-LST-TYPE        PIC X(1).
                 10 CA-RSK-LST-TOTAL       PIC 9(3).
                 10 CA-RSK-LST-BAND        PIC X(1).
                 10 CA-RSK-LST-DATETIME    PIC X(26).
                 10 CA-RSK-LST-DUE         PIC X(26).
                 10 CA-RSK-LST-USER        PIC X(8).

      *----------------------------------------------------------------*
      *    01ANTE/01UNTE/01SNTE/01DNTE/01INTE/01RNTE - clinical notes  *
      *    add draft/update draft/sign/addendum/browse/read             *
      *----------------------------------------------------------------*
           03 CA-NOTE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * the note - returned by 01ANTE/01DNTE, keyed for the others
      * (01DNTE keys the signed note the addendum amends)
              05 CA-NTE-ID              PIC 9(9).
      * ADM admission, PRG progress, PRC procedure, ADD addendum
              05 CA-NTE-TYPE            PIC X(3).
      * 'W' the WARDSTAY (link key its admit datetime - blank means
      * the open stay) / 'A' an APPOINTMENT (link key its date and
      * time, yyyy-mm-dd hh:mm)
              05 CA-NTE-LINK-TYPE       PIC X(1).
              05 CA-NTE-LINK-KEY        PIC X(26).
      * the note an addendum amends
              05 CA-NTE-PARENT-ID       PIC 9(9).
      * 'D' draft - only its author sees, edits or signs it
      * 'S' signed - never edited again, amended only by addendum
              05 CA-NTE-STATUS          PIC X(1).
              05 CA-NTE-AUTHOR          PIC X(8).
              05 CA-NTE-CREATED         PIC X(26).
              05 CA-NTE-SIGNED          PIC X(26).
              05 CA-NTE-NUM-LINES       PIC 9(2).
              05 CA-NTE-TEXT-LINES OCCURS 10 TIMES
                                        INDEXED BY CA-NTE-TXT-IDX.
                 10 CA-NTE-TEXT            PIC X(70).
      * 01INTE - the patient's notes, newest first
              05 CA-NUM-NOTES           PIC 9(2).
              05 CA-NOTES OCCURS 10 TIMES
                                        INDEXED BY CA-NTE-IDX.
                 10 CA-NTE-LST-ID          PIC 9(9).
                 10 CA-NTE-LST-TYPE        PIC X(3).
                 10 CA-NTE-LST-STATUS      PIC X(1).
                 10 CA-NTE-LST-PARENT-ID   PIC 9(9).
                 10 CA-NTE-LST-AUTHOR      PIC X(8).
                 10 CA-NTE-LST-CREATED     PIC X(26).
                 10 CA-NTE-LST-LINK-TYPE   PIC X(1).

      *----------------------------------------------------------------*
      *    01ATHB/01ITHB/01XTHB - theatre procedure booking add/        *
      *    inquire/cancel                                               *
      *----------------------------------------------------------------*
           03 CA-THEATRE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      * returned by 01ATHB, keyed for 01XTHB
              05 CA-THB-ID              PIC 9(9).
              05 CA-THB-PROCEDURE       PIC X(10).
      * an active PROBLEM code on the patient's list
              05 CA-THB-PROBLEM-CODE    PIC X(10).
      * an active PRESCRIBER - the operating surgeon
              05 CA-THB-SURGEON         PIC X(20).
              05 CA-THB-THEATRE         PIC X(4).
              05 CA-THB-DATE            PIC X(10).
              05 CA-THB-TIME            PIC X(5).
      * expected minutes in theatre - sets the end of the slot
              05 CA-THB-DURATION        PIC 9(3).
              05 CA-THB-END-TIME        PIC X(5).
      * BOOKED, CANCELLED
              05 CA-THB-STATUS          PIC X(10).
      * on '81' the booking already holding the theatre then
              05 CA-THB-CONFLICT-ID     PIC 9(9).
              05 CA-NUM-THEATRE-BOOKINGS PIC 9(2).
              05 CA-THEATRE-BOOKINGS OCCURS 10 TIMES
                                        INDEXED BY CA-THB-IDX.
                 10 CA-THB-LST-ID          PIC 9(9).
                 10 CA-THB-LST-PROCEDURE   PIC X(10).
                 10 CA-THB-LST-PROBLEM     PIC X(10).
                 10 CA-THB-LST-SURGEON     PIC X(20).
                 10 CA-THB-LST-THEATRE     PIC X(4).
                 10 CA-THB-LST-DATE        PIC X(10).
                 10 CA-THB-LST-TIME        PIC X(5).
                 10 CA-THB-LST-END-TIME    PIC X(5).
                 10 CA-THB-LST-STATUS      PIC X(10).

      *----------------------------------------------------------------*
      *    01ITHR/02UTHR/01IADD - threshold inquire/add/update          *
              05 CA-ALERT-ENABLED       PIC X(1).
              05 CA-THRESHOLD-ACTIVE    PIC X(1).
              05 CA-THRESHOLD-CONFIGURED PIC X(1).
      * 24-hour fluid balance limits in ml, either way - HCFBBJ01
      * alerts past +CA-FLUID-POS-LIMIT or -CA-FLUID-NEG-LIMIT; zero
      * means no limit set
              05 CA-FLUID-POS-LIMIT     PIC S9(4) COMP.
              05 CA-FLUID-NEG-LIMIT     PIC S9(4) COMP.

      *----------------------------------------------------------------*
      *    Common application return codes (CA-RETURN-CODE)            *
      *    '81' session exists but the slot is fully booked            *
      *    '82' bed already occupied (BEDMASTER)                       *
      *    '83' bed out of service for maintenance (BEDMASTER)         *
      *    '84' discharge refused - home medications not reconciled    *
      *    '85' controlled drug - witness missing, same as the giver   *
      *         or not a known user                                    *
      *    '86' certifying user for a death not a known user           *
      *    '87' referral reason not an active problem for the patient  *
      *    '88' restricted record - user not on the care team and no   *
      *         break-the-glass access in force                        *
      *    '89' outside the formulary - strength/route not listed for  *
      *         the drug, or dose out of range with no override reason *
      *    '92' invalid field value (e.g. end date before start date)  *
      *    '90' unexpected DB2/DB error, see error log                 *
      *    '98' commarea too small for the request                     *

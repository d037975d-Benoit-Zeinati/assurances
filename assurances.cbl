       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AGENCY-STATUS.

      *Product reference - one record per product, keyed on the
      *product code: description, ledger income account, commission
      *rate override, renewal term and premium limits
       SELECT PRODUCT-REF ASSIGN TO
                           'assurances-products.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PD-CODE
       FILE STATUS IS WS-PRODREF-STATUS.

      *Product table as the product desk keeps it; PRODUCTS loads it
      *into the keyed reference file
       SELECT PRODFEED-ASSUR ASSIGN TO
                           'assurances-products.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PRODFEED-STATUS.

      *Print-image month-end commission statements, one per agency
       SELECT COMMISSION-RPT ASSIGN TO
                           'assurances-commission.dat'
      *their due date, plus receipts with no matching call
       SELECT OUTSTANDING-RPT ASSIGN TO
                           'assurances-outstanding.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OUTSTAND-STATUS.

      *Renewal acceptance outcome per paid call: RENEWED when the
      *master term was rolled, HELD when the desk has to look at it
      *first (short-paid, term changed since the call, cancelled)
       SELECT RENEWED-RPT ASSIGN TO
                           'assurances-renewed.dat'
       ORGANIZATION IS LINE SEQUENTIAL.

      *Cumulative log of every renewal taken onto the master, dated,
      *so the ledger extract can post the renewed premium of its
      *period as a movement of its own
       SELECT RENEWLOG-ASSUR ASSIGN TO
                           'assurances-renewlog.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RENEWLOG-STATUS.

      *Dunning stage memory - one record per contract chased, keyed on
      *the contract, holding the last letter sent for its current
      *premium call so the next run never repeats it
       SELECT DUNNING-ASSUR ASSIGN TO
                           'assurances-dunning.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DN-CONTRACT
       FILE STATUS IS WS-DUNNING-STATUS.

      *Print-image reminder letters and final notices, one body per
      *contract chased
       SELECT REMINDER-RPT ASSIGN TO
                           'assurances-reminders.dat'
       ORGANIZATION IS LINE SEQUENTIAL.

      *Claims keyed in by the claims desk - a first notification
      *(no claim number yet), validated against the policy master, or
      *a movement against a claim already on the claims file
       SELECT CLAIMS-INTAKE ASSIGN TO
                           'assurances-claimintake.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLINTAKE-STATUS.

      *Cumulative claims register - every movement posted against a
      *claim, stamped with its entry date, with the claim's reserve,
      *paid total and status as they stood after it
       SELECT CLAIMS-REGISTER ASSIGN TO
                           'assurances-claims.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLAIMS-STATUS.

      *Cumulative return-premium file for the payments team - one
      *record per mid-term cancellation with the unearned premium to
      *refund; the commission and ledger runs read it back as well
       SELECT RETPREM-ASSUR ASSIGN TO
                           'assurances-retprem.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETPREM-STATUS.

      *Clawback control - the window of return-premium records the
      *last commission run clawed back, so the next run starts after
      *it and a reprint shows the same clawbacks again
       SELECT CLAWCTL-ASSUR ASSIGN TO
                           'assurances-clawback.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLAWCTL-STATUS.

      *Claims file - one record per claim, keyed on the claim number,
      *carrying its current reserve, paid total and status
       SELECT CLAIM-FILE ASSIGN TO
                           'assurances-claimfile.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CM-CLAIMNO
       FILE STATUS IS WS-CLAIMFILE-STATUS.

      *Accepted/rejected disposition per claim, the way APPLY reports
      *its transactions
       SELECT CLAIMDISP-RPT ASSIGN TO
                           'assurances-claimdisp.dat'
       ORGANIZATION IS LINE SEQUENTIAL.

      *Claims paid and incurred against premium booked, per product
       SELECT LOSSRATIO-RPT ASSIGN TO
                           'assurances-lossratio.dat'
       ORGANIZATION IS LINE SEQUENTIAL.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GLBAL-STATUS.

      *Month-end unearned premium reserve: the print-image report,
      *the reserve-movement postings in the GL extract's HDR/PST/TRL
      *layout, and the control store holding the reserve as last
      *taken (and the one before it) for the month-on-month compare
       SELECT UPR-RPT ASSIGN TO
                           'assurances-upr.dat'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT UPREXTRACT-RPT ASSIGN TO
                           'assurances-uprextract.dat'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT UPRBALANCE-ASSUR ASSIGN TO
                           'assurances-uprbalance.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UPRBAL-STATUS.

      *Status transitions rolled by the nightly window, for the
      *desk's morning review
       SELECT TRANSITIONS-RPT ASSIGN TO
                           'assurances-transitions.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSIT-STATUS.

      *Night-window job plan: the steps CHAIN mode runs in order, with
      *each step's parameter and its on-error policy
                           'assurances-clientdup.dat'
       ORGANIZATION IS LINE SEQUENTIAL.

      *Client contact master - one record per client number: postal
      *address, correspondence language (FR/EN) and delivery
      *preference (POST/EMAIL), kept up through the MAINT menu
       SELECT CLIENT-CONTACT ASSIGN TO
                           'assurances-contacts.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CT-CLIENTNO
       FILE STATUS IS WS-CONTACT-STATUS.

      *Every client document printed, by delivery channel, for the
      *mailroom - cumulative, run date in front
       SELECT MAILING-ASSUR ASSIGN TO
                           'assurances-mailing.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAILING-STATUS.

      *Clients with live contracts and no usable address
       SELECT CONTACTEXC-RPT ASSIGN TO
                           'assurances-contactexc.dat'
       ORGANIZATION IS LINE SEQUENTIAL.

      *Newest backup generation of the policy master - a sequential
      *dump cut by every mutating mode before it touches the book;
      *older generations are rotated to ...backup2/backup3 by rename
       SELECT SORT-WORK ASSIGN TO
                           'assurances-sort.tmp'.

      *Reinsurance treaties - one record per product ceded: the
      *reinsurer, its quota-share percentage and the most the company
      *keeps for its own account on any one contract
       SELECT TREATY-REF ASSIGN TO
                           'assurances-treaties.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TREATY-STATUS.

      *Quarterly premium bordereau - premium ceded per contract in
      *force, one section per reinsurer and currency
       SELECT BORDPREM-RPT ASSIGN TO
                           'assurances-bordprem.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BORDPREM-STATUS.

      *Quarterly claims bordereau - share of each claim recoverable
      *from the reinsurer, same sections as the premium bordereau
       SELECT BORDCLAIM-RPT ASSIGN TO
                           'assurances-bordclaim.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BORDCLAIM-STATUS.

      *Sort scratch for grouping the bordereaux by reinsurer
       SELECT CESSION-SORT ASSIGN TO
                           'assurances-cession.tmp'.

      *Four-eyes approval limits - the premium change, in percent,
      *above which a change waits for a second user, and the days an
      *item may wait before the ageing report flags it
       SELECT APPRLIMIT-REF ASSIGN TO
                           'assurances-approval.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-APRLIM-STATUS.

      *Approval queue - one record per sensitive master change held
      *for a second user, keyed on the item number, with the policy
      *record as it stood and as the change would leave it
       SELECT PENDING-ASSUR ASSIGN TO
                           'assurances-pending.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PQ-ID
       FILE STATUS IS WS-PENDING-STATUS.

      *Items left waiting for approval past the ageing limit
       SELECT PENDAGE-RPT ASSIGN TO
                           'assurances-pendage.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PENDAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSURANCES.
          05 MAS-SEP8           PIC X(01).
          05 MAS-CLIENTNO       PIC X(08).
          05 MAS-AGENCY         PIC X(06).
          05 MAS-FREQ           PIC X(01).

       FD RAPPORT-ASSURANCES.
       01 FD-RAPPORT-ASSUR-REC.
          05 CK-SEP1              PIC X(01).
          05 CK-LINE              PIC 9(05).

      *Action code ADD/UPD/RET/CAN followed by the FD-ASSUR-REC field
      *set; a CAN also carries its effective date and reason code.
      *TR-FREQ is the payment frequency (A/H/Q/M, blank = annual on
      *an ADD, no change on an UPD)
       FD TRANSACTION-ASSUR.
       01 FD-TRANS-REC.
          05 TR-ACTION          PIC X(03).
          05 TR-CURRENCY        PIC X(03).
          05 TR-SEP9            PIC X(01).
          05 TR-AGENCY          PIC X(06).
          05 TR-SEP10           PIC X(01).
          05 TR-EFFDATE         PIC X(08).
          05 TR-SEP11           PIC X(01).
          05 TR-CANREASON       PIC X(04).
          05 TR-SEP12           PIC X(01).
          05 TR-FREQ            PIC X(01).

      *Code, name and commission percentage (e.g. 004.50) per agency
       FD AGENCY-REF.
          05 AG-SEP2             PIC X(01).
          05 AG-PCT              PIC X(08).

      *PD-COMMOVR 'Y' when PD-COMMRATE replaces the agency's
      *percentage for this product; PD-MAXPREM zero means no ceiling
       FD PRODUCT-REF.
       01 PD-REC.
          05 PD-CODE             PIC X(14).
          05 PD-DESC             PIC X(30).
          05 PD-GLACCT           PIC X(06).
          05 PD-COMMOVR          PIC X(01).
          05 PD-COMMRATE         PIC 9(03)V9(04).
          05 PD-TERM             PIC 9(03).
          05 PD-MINPREM          PIC 9(09).
          05 PD-MAXPREM          PIC 9(09).

      *Code, description, income account, commission percentage
      *(blank = agency rate), term in months, minimum and maximum
      *premium (maximum blank or zero = no ceiling)
       FD PRODFEED-ASSUR.
       01 FD-PRODFEED-REC.
          05 PF-CODE             PIC X(14).
          05 PF-SEP1             PIC X(01).
          05 PF-DESC             PIC X(30).
          05 PF-SEP2             PIC X(01).
          05 PF-GLACCT           PIC X(06).
          05 PF-SEP3             PIC X(01).
          05 PF-COMMPCT          PIC X(08).
          05 PF-SEP4             PIC X(01).
          05 PF-TERM             PIC X(03).
          05 PF-SEP5             PIC X(01).
          05 PF-MINPREM          PIC X(09).
          05 PF-SEP6             PIC X(01).
          05 PF-MAXPREM          PIC X(09).

       FD COMMISSION-RPT.
       01 FD-COMM-LINE           PIC X(132).

          05 DR-SEP4             PIC X(01).
          05 DR-REASON           PIC X(30).

      *One record per instalment of the renewal premium: RW-AMOUNT is
      *the premium for the whole term, RW-INSTAMT the part of it due
      *on RW-DUEDATE as instalment RW-INSTNO of RW-INSTCOUNT
       FD RENEWAL-WORK.
       01 FD-RENEW-REC.
          05 RW-CONTRACT         PIC X(14).
          05 RW-NEW-ENDDATE      PIC X(08).
          05 RW-SEP7             PIC X(01).
          05 RW-DUEDATE          PIC X(08).
          05 RW-SEP8             PIC X(01).
          05 RW-INSTNO           PIC 9(02).
          05 RW-SEP9             PIC X(01).
          05 RW-INSTCOUNT        PIC 9(02).
          05 RW-SEP10            PIC X(01).
          05 RW-INSTAMT          PIC 9(09).

       FD NOTICE-RPT.
       01 FD-NOTICE-LINE         PIC X(80).
          05 RP-REFERENCE        PIC X(12).

      *UNPAID / SHORTPAY / OVERPAY per open call, NOCALL per orphan
      *receipt, with the ageing in days past the due date. Each
      *instalment of a premium plan is a call of its own; a later
      *instalment not yet due shows as NOTDUE. OU-TERMEND is the end
      *of the renewal term the call belongs to.
       FD OUTSTANDING-RPT.
       01 FD-OUTSTAND-REC.
          05 OU-STATUS           PIC X(08).
          05 OU-AGEBAND          PIC X(08).
          05 OU-SEP9             PIC X(01).
          05 OU-REFERENCE        PIC X(12).
          05 OU-SEP10            PIC X(01).
          05 OU-INSTNO           PIC 9(02).
          05 OU-SEP11            PIC X(01).
          05 OU-INSTCOUNT        PIC 9(02).
          05 OU-SEP12            PIC X(01).
          05 OU-TERMEND          PIC X(08).

      *RENEWED / HELD per paid call: amounts called and received, the
      *term being left and the term taken on, and why a call was held
       FD RENEWED-RPT.
       01 FD-RENEWED-REC.
          05 RD-STATUS           PIC X(08).
          05 RD-SEP1             PIC X(01).
          05 RD-CONTRACT         PIC X(14).
          05 RD-SEP2             PIC X(01).
          05 RD-CLIENT           PIC X(41).
          05 RD-SEP3             PIC X(01).
          05 RD-CALLED           PIC 9(09).
          05 RD-SEP4             PIC X(01).
          05 RD-RECEIVED         PIC 9(09).
          05 RD-SEP5             PIC X(01).
          05 RD-CURRENCY         PIC X(03).
          05 RD-SEP6             PIC X(01).
          05 RD-OLD-ENDDATE      PIC X(08).
          05 RD-SEP7             PIC X(01).
          05 RD-NEW-STDATE       PIC X(08).
          05 RD-SEP8             PIC X(01).
          05 RD-NEW-ENDDATE      PIC X(08).
          05 RD-SEP9             PIC X(01).
          05 RD-REASON           PIC X(30).

      *Renewal date in front of what the ledger needs to post it
       FD RENEWLOG-ASSUR.
       01 FD-RENEWLOG-REC.
          05 RG-RENEWDATE        PIC X(08).
          05 RG-SEP1             PIC X(01).
          05 RG-CONTRACT         PIC X(14).
          05 RG-SEP2             PIC X(01).
          05 RG-PRODUCT          PIC X(14).
          05 RG-SEP3             PIC X(01).
          05 RG-CURRENCY         PIC X(03).
          05 RG-SEP4             PIC X(01).
          05 RG-AMOUNT           PIC 9(09).
          05 RG-SEP5             PIC X(01).
          05 RG-NEW-STDATE       PIC X(08).
          05 RG-SEP6             PIC X(01).
          05 RG-NEW-ENDDATE      PIC X(08).

      *Stage reached for the call due on DN-DUEDATE: 1 first reminder,
      *2 second reminder, 3 final notice, 9 lapsed; a call with a new
      *due date starts the cycle again
       FD DUNNING-ASSUR.
       01 DN-REC.
          05 DN-CONTRACT         PIC X(14).
          05 DN-DUEDATE          PIC X(08).
          05 DN-STAGE            PIC 9(01).
          05 DN-STAGE-DATE       PIC X(08).

       FD REMINDER-RPT.
       01 FD-REMINDER-LINE       PIC X(80).

      *One claim per record: contract, claim date, claimed and paid
      *amounts, claim status (OPEN/SETTLED/DENIED as the desk keys it).
      *A record carrying a claim number is a movement against that
      *claim instead: RESSET/RESCHG (amount = the reserve now held),
      *PARTPAY/FINALPAY (amount paid), CLOSE, REOPEN (amount = the
      *reserve reopened at)
       FD CLAIMS-INTAKE.
       01 FD-CLAIM-IN-REC.
          05 CI-CONTRACT         PIC X(14).
          05 CI-PAID             PIC X(09).
          05 CI-SEP4             PIC X(01).
          05 CI-STATUS           PIC X(08).
          05 CI-SEP5             PIC X(01).
          05 CI-CLAIMNO          PIC X(10).
          05 CI-SEP6             PIC X(01).
          05 CI-MOVEMENT         PIC X(08).
          05 CI-SEP7             PIC X(01).
          05 CI-AMOUNT           PIC X(09).

      *Entry date in front of the claim, product and currency copied
      *off the master at acceptance so the register can be queried
      *and totalled without re-reading the book; CG-PAID and CG-STATUS
      *are the claim's paid total and status after the movement
       FD CLAIMS-REGISTER.
       01 FD-CLAIM-REG-REC.
          05 CG-ENTRYDATE        PIC X(08).
          05 CG-STATUS           PIC X(08).
          05 CG-SEP7             PIC X(01).
          05 CG-CURRENCY         PIC X(03).
          05 CG-SEP8             PIC X(01).
          05 CG-CLAIMNO          PIC X(10).
          05 CG-SEP9             PIC X(01).
          05 CG-MOVEMENT         PIC X(08).
          05 CG-SEP10            PIC X(01).
          05 CG-MVAMOUNT         PIC 9(09).
          05 CG-SEP11            PIC X(01).
          05 CG-RESERVE          PIC 9(09).

      *Cancellation date in front of the contract, the term split and
      *the premium to return
       FD RETPREM-ASSUR.
       01 FD-RETPREM-REC.
          05 RX-CANDATE          PIC X(08).
          05 RX-SEP1             PIC X(01).
          05 RX-CONTRACT         PIC X(14).
          05 RX-SEP2             PIC X(01).
          05 RX-CLIENTNO         PIC X(08).
          05 RX-SEP3             PIC X(01).
          05 RX-CLIENT           PIC X(41).
          05 RX-SEP4             PIC X(01).
          05 RX-AGENCY           PIC X(06).
          05 RX-SEP5             PIC X(01).
          05 RX-PRODUCT          PIC X(14).
          05 RX-SEP6             PIC X(01).
          05 RX-CURRENCY         PIC X(03).
          05 RX-SEP7             PIC X(01).
          05 RX-EFFDATE          PIC X(08).
          05 RX-SEP8             PIC X(01).
          05 RX-REASON           PIC X(04).
          05 RX-SEP9             PIC X(01).
          05 RX-PREMIUM          PIC 9(09).
          05 RX-SEP10            PIC X(01).
          05 RX-TERMDAYS         PIC 9(05).
          05 RX-SEP11            PIC X(01).
          05 RX-UNEARNDAYS       PIC 9(05).
          05 RX-SEP12            PIC X(01).
          05 RX-REFUND           PIC 9(09).

      *Record numbers on the return-premium file: the last clawback
      *window is the records after CB-FROM up to and including CB-TO
       FD CLAWCTL-ASSUR.
       01 FD-CLAWCTL-REC.
          05 CB-FROM             PIC 9(07).
          05 CB-SEP1             PIC X(01).
          05 CB-TO               PIC 9(07).
          05 CB-SEP2             PIC X(01).
          05 CB-RUNDATE          PIC X(08).

      *Current position of one claim; CM-RESERVE is the outstanding
      *reserve (zero once CLOSED), CM-PAID everything paid so far
       FD CLAIM-FILE.
       01 CM-REC.
          05 CM-CLAIMNO          PIC X(10).
          05 CM-CONTRACT         PIC X(14).
          05 CM-PRODUCT          PIC X(14).
          05 CM-CURRENCY         PIC X(03).
          05 CM-CLAIMDATE        PIC X(08).
          05 CM-OPENDATE         PIC X(08).
          05 CM-CLAIMED          PIC 9(09).
          05 CM-RESERVE          PIC 9(09).
          05 CM-PAID             PIC 9(09).
          05 CM-STATUS           PIC X(08).
          05 CM-LASTDATE         PIC X(08).

       FD CLAIMDISP-RPT.
       01 FD-CLAIMDISP-REC.
          05 CN-RESULT           PIC X(08).
          05 CN-SEP3             PIC X(01).
          05 CN-REASON           PIC X(30).
          05 CN-SEP4             PIC X(01).
          05 CN-CLAIMNO          PIC X(10).

      *Premium booked, claims paid and the resulting loss ratio in
      *whole percent, one line per product; incurred (paid plus the
      *outstanding reserve) and its ratio alongside
       FD LOSSRATIO-RPT.
       01 FD-LOSSRATIO-REC.
          05 LR-TYPE             PIC X(10).
          05 LR-CLAIMS           PIC 9(13).
          05 LR-SEP4             PIC X(01).
          05 LR-RATIOPCT         PIC 9(05).
          05 LR-SEP5             PIC X(01).
          05 LR-INCURRED         PIC 9(13).
          05 LR-SEP6             PIC X(01).
          05 LR-INCRATIOPCT      PIC 9(05).

      *Product, reinsurer code and name, the quota share ceded in
      *percent (e.g. 040.00) and the retention limit - the most kept
      *on any one contract, in the contract's currency; blank or zero
      *is no limit
       FD TREATY-REF.
       01 FD-TREATY-REC.
          05 TT-PRODUCT          PIC X(14).
          05 TT-SEP1             PIC X(01).
          05 TT-REINSURER        PIC X(08).
          05 TT-SEP2             PIC X(01).
          05 TT-RNAME            PIC X(30).
          05 TT-SEP3             PIC X(01).
          05 TT-QSPCT            PIC X(08).
          05 TT-SEP4             PIC X(01).
          05 TT-RETENTION        PIC X(09).

      *HDR opens a reinsurer/currency section, PRM is one contract in
      *force in the quarter - its term premium, the days of the
      *quarter it was on risk, the premium for those days and the
      *part ceded - and TRL closes the section with its control
      *totals
       FD BORDPREM-RPT.
       01 FD-BORDPREM-HDR.
          05 PH-TYPE             PIC X(03).
          05 PH-SEP1             PIC X(01).
          05 PH-REINSURER        PIC X(08).
          05 PH-SEP2             PIC X(01).
          05 PH-RNAME            PIC X(30).
          05 PH-SEP3             PIC X(01).
          05 PH-QUARTER          PIC X(06).
          05 PH-SEP4             PIC X(01).
          05 PH-FROM             PIC X(08).
          05 PH-SEP5             PIC X(01).
          05 PH-TO               PIC X(08).
          05 PH-SEP6             PIC X(01).
          05 PH-CURRENCY         PIC X(03).
          05 PH-SEP7             PIC X(01).
          05 PH-RUNDATE          PIC X(08).
       01 FD-BORDPREM-DTL.
          05 PB-TYPE             PIC X(03).
          05 PB-SEP1             PIC X(01).
          05 PB-CONTRACT         PIC X(14).
          05 PB-SEP2             PIC X(01).
          05 PB-PRODUCT          PIC X(14).
          05 PB-SEP3             PIC X(01).
          05 PB-STDATE           PIC X(08).
          05 PB-SEP4             PIC X(01).
          05 PB-ENDDATE          PIC X(08).
          05 PB-SEP5             PIC X(01).
          05 PB-PREMIUM          PIC 9(09).
          05 PB-SEP6             PIC X(01).
          05 PB-DAYS             PIC 9(05).
          05 PB-SEP7             PIC X(01).
          05 PB-GROSS            PIC 9(09).
          05 PB-SEP8             PIC X(01).
          05 PB-CEDEDPCT         PIC 9(03).9(02).
          05 PB-SEP9             PIC X(01).
          05 PB-CEDED            PIC 9(09).
       01 FD-BORDPREM-TRL.
          05 PT-TYPE             PIC X(03).
          05 PT-SEP1             PIC X(01).
          05 PT-REINSURER        PIC X(08).
          05 PT-SEP2             PIC X(01).
          05 PT-CURRENCY         PIC X(03).
          05 PT-SEP3             PIC X(01).
          05 PT-COUNT            PIC 9(05).
          05 PT-SEP4             PIC X(01).
          05 PT-GROSS            PIC 9(13).
          05 PT-SEP5             PIC X(01).
          05 PT-CEDED            PIC 9(13).

      *Same HDR/TRL framing; CLM is one claim with a payment in the
      *quarter or a reserve still open at its end - paid in the
      *quarter, the reserve at quarter end and the reinsurer's share
      *of each
       FD BORDCLAIM-RPT.
       01 FD-BORDCLAIM-HDR.
          05 QH-TYPE             PIC X(03).
          05 QH-SEP1             PIC X(01).
          05 QH-REINSURER        PIC X(08).
          05 QH-SEP2             PIC X(01).
          05 QH-RNAME            PIC X(30).
          05 QH-SEP3             PIC X(01).
          05 QH-QUARTER          PIC X(06).
          05 QH-SEP4             PIC X(01).
          05 QH-FROM             PIC X(08).
          05 QH-SEP5             PIC X(01).
          05 QH-TO               PIC X(08).
          05 QH-SEP6             PIC X(01).
          05 QH-CURRENCY         PIC X(03).
          05 QH-SEP7             PIC X(01).
          05 QH-RUNDATE          PIC X(08).
       01 FD-BORDCLAIM-DTL.
          05 QB-TYPE             PIC X(03).
          05 QB-SEP1             PIC X(01).
          05 QB-CLAIMNO          PIC X(10).
          05 QB-SEP2             PIC X(01).
          05 QB-CONTRACT         PIC X(14).
          05 QB-SEP3             PIC X(01).
          05 QB-PRODUCT          PIC X(14).
          05 QB-SEP4             PIC X(01).
          05 QB-CLAIMDATE        PIC X(08).
          05 QB-SEP5             PIC X(01).
          05 QB-STATUS           PIC X(08).
          05 QB-SEP6             PIC X(01).
          05 QB-PAID             PIC 9(09).
          05 QB-SEP7             PIC X(01).
          05 QB-RESERVE          PIC 9(09).
          05 QB-SEP8             PIC X(01).
          05 QB-CEDEDPCT         PIC 9(03).9(02).
          05 QB-SEP9             PIC X(01).
          05 QB-RECPAID          PIC 9(09).
          05 QB-SEP10            PIC X(01).
          05 QB-RECRESERVE       PIC 9(09).
       01 FD-BORDCLAIM-TRL.
          05 QT-TYPE             PIC X(03).
          05 QT-SEP1             PIC X(01).
          05 QT-REINSURER        PIC X(08).
          05 QT-SEP2             PIC X(01).
          05 QT-CURRENCY         PIC X(03).
          05 QT-SEP3             PIC X(01).
          05 QT-COUNT            PIC 9(05).
          05 QT-SEP4             PIC X(01).
          05 QT-PAID             PIC 9(13).
          05 QT-SEP5             PIC X(01).
          05 QT-RESERVE          PIC 9(13).
          05 QT-SEP6             PIC X(01).
          05 QT-RECPAID          PIC 9(13).
          05 QT-SEP7             PIC X(01).
          05 QT-RECRESERVE       PIC 9(13).

      *HDR*YYYYMMDD for the rate-file date, then one CCY*rate record
      *per currency (rate = units of EUR per one unit of the currency)
       01 FD-POSITION-REC.
          05 PO-ASOFDATE         PIC X(08).
          05 PO-SEP1             PIC X(01).
          05 PO-IMAGE            PIC X(136).

       FD RECONCILE-RPT.
       01 FD-RECON-REC.
          05 GT-SEP2             PIC X(01).
          05 GT-HASH             PIC 9(15).

       FD UPR-RPT.
       01 FD-UPR-LINE            PIC X(132).

      *Same record layouts as GLEXTRACT-RPT
       FD UPREXTRACT-RPT.
       01 FD-UPR-HDR-REC.
          05 UH-TYPE             PIC X(03).
          05 UH-SEP1             PIC X(01).
          05 UH-FILEDATE         PIC X(08).
          05 UH-SEP2             PIC X(01).
          05 UH-SOURCE           PIC X(08).
          05 UH-SEP3             PIC X(01).
          05 UH-REGEN            PIC X(01).
       01 FD-UPR-PST-REC.
          05 UP-TYPE             PIC X(03).
          05 UP-SEP1             PIC X(01).
          05 UP-PERIOD           PIC X(06).
          05 UP-SEP2             PIC X(01).
          05 UP-ACCOUNT          PIC X(12).
          05 UP-SEP3             PIC X(01).
          05 UP-PRODUCT          PIC X(14).
          05 UP-SEP4             PIC X(01).
          05 UP-CURRENCY         PIC X(03).
          05 UP-SEP5             PIC X(01).
          05 UP-COUNT            PIC 9(05).
          05 UP-SEP6             PIC X(01).
          05 UP-AMOUNT           PIC 9(13).
          05 UP-SEP7             PIC X(01).
          05 UP-SIGN             PIC X(01).
       01 FD-UPR-TRL-REC.
          05 UT-TYPE             PIC X(03).
          05 UT-SEP1             PIC X(01).
          05 UT-COUNT            PIC 9(05).
          05 UT-SEP2             PIC X(01).
          05 UT-HASH             PIC 9(15).

      *One ASO record with the as-of date of the reserve last taken
      *and of the one before it; PRV and BAL records carry one
      *reserve each - PRV the one before, BAL the last - so the last
      *run can be regenerated against the reserve it was compared to
       FD UPRBALANCE-ASSUR.
       01 FD-UPRBAL-ASO-REC.
          05 UB-TYPE             PIC X(03).
          05 UB-SEP1             PIC X(01).
          05 UB-BALDATE          PIC X(08).
          05 UB-SEP2             PIC X(01).
          05 UB-PRVDATE          PIC X(08).
       01 FD-UPRBAL-RSV-REC.
          05 UB2-TYPE            PIC X(03).
          05 UB2-SEP1            PIC X(01).
          05 UB2-CURR            PIC X(03).
          05 UB2-SEP2            PIC X(01).
          05 UB2-PROD            PIC X(14).
          05 UB2-SEP3            PIC X(01).
          05 UB2-COUNT           PIC 9(05).
          05 UB2-SEP4            PIC X(01).
          05 UB2-RESERVE         PIC 9(13).

      *CLS records list the closed periods in close order; PRV and
      *BAL records carry one balance each - PRV as they stood before
      *the last close, BAL as posted by it - so the last close can be
          05 SD-STDATE           PIC X(08).
          05 SD-ENDDATE          PIC X(08).
          05 SD-AMOUNT           PIC X(09).
          05 SD-CLIENTNO         PIC X(08).

      *One bordereau line, kind P (premium) or C (claim), sorted by
      *reinsurer and currency so each section comes out in one pass;
      *the amounts are the PRM or CLM detail fields in order
       SD CESSION-SORT.
       01 SC-SORT-REC.
          05 SC-REINSURER        PIC X(08).
          05 SC-CURRENCY         PIC X(03).
          05 SC-KIND             PIC X(01).
          05 SC-KEY              PIC X(14).
          05 SC-RNAME            PIC X(30).
          05 SC-CONTRACT         PIC X(14).
          05 SC-PRODUCT          PIC X(14).
          05 SC-DATE1            PIC X(08).
          05 SC-DATE2            PIC X(08).
          05 SC-STATUS           PIC X(08).
          05 SC-DAYS             PIC 9(05).
          05 SC-AMOUNT1          PIC 9(09).
          05 SC-AMOUNT2          PIC 9(09).
          05 SC-PCT              PIC 9(03)V9(04).
          05 SC-CEDED1           PIC 9(09).
          05 SC-CEDED2           PIC 9(09).

      *Contact entry per client number; delivery POST needs address
      *line 1, postcode and city, EMAIL needs the e-mail address
       FD CLIENT-CONTACT.
       01 CT-REC.
          05 CT-CLIENTNO         PIC X(08).
          05 CT-NAME             PIC X(41).
          05 CT-ADDR1            PIC X(40).
          05 CT-ADDR2            PIC X(40).
          05 CT-POSTCODE         PIC X(10).
          05 CT-CITY             PIC X(30).
          05 CT-COUNTRY          PIC X(20).
          05 CT-LANG             PIC X(02).
          05 CT-DELIVERY         PIC X(05).
          05 CT-EMAIL            PIC X(60).
          05 CT-UPDDATE          PIC X(08).
          05 CT-UPDUSER          PIC X(08).

      *One record per document: NOTICE/REMINDER per contract,
      *STATEMNT per client; channel POST, EMAIL or NONE (no usable
      *address - the document is held); destination is the e-mail
      *address or the postcode and city
       FD MAILING-ASSUR.
       01 FD-MAILING-REC.
          05 ML-RUNDATE          PIC X(08).
          05 ML-SEP1             PIC X(01).
          05 ML-DOCTYPE          PIC X(08).
          05 ML-SEP2             PIC X(01).
          05 ML-CHANNEL          PIC X(05).
          05 ML-SEP3             PIC X(01).
          05 ML-CLIENTNO         PIC X(08).
          05 ML-SEP4             PIC X(01).
          05 ML-CLIENT           PIC X(41).
          05 ML-SEP5             PIC X(01).
          05 ML-CONTRACT         PIC X(14).
          05 ML-SEP6             PIC X(01).
          05 ML-LANG             PIC X(02).
          05 ML-SEP7             PIC X(01).
          05 ML-DEST             PIC X(60).

      *One record per client (or unnumbered contract) at fault, with
      *the number of live contracts and the first of them
       FD CONTACTEXC-RPT.
       01 FD-CONTACTEXC-REC.
          05 CE-CLIENTNO         PIC X(08).
          05 CE-SEP1             PIC X(01).
          05 CE-CLIENT           PIC X(41).
          05 CE-SEP2             PIC X(01).
          05 CE-CONTRACT         PIC X(14).
          05 CE-SEP3             PIC X(01).
          05 CE-LIVE             PIC 9(05).
          05 CE-SEP4             PIC X(01).
          05 CE-REASON           PIC X(30).

      *HDR with the backup date, one REC per master record (the raw
      *record image), TRL with the record count so a restore can
       01 FD-BACKUP-DATA-REC.
          05 BD-TYPE             PIC X(03).
          05 BD-SEP1             PIC X(01).
          05 BD-IMAGE            PIC X(136).
       01 FD-BACKUP-TRL-REC.
          05 BT-TYPE             PIC X(03).
          05 BT-SEP1             PIC X(01).
       01 FD-RESTORE-REC.
          05 RS-TYPE             PIC X(03).
          05 RS-SEP1             PIC X(01).
          05 RS-REST             PIC X(136).

       FD MASTERCOUNT-ASSUR.
       01 FD-MCOUNT-REC.
          05 VA-SEP4             PIC X(01).
          05 VA-RATE             PIC X(11).

      *One setting per line: PREMIUMPCT or AGEDAYS, then its value
       FD APPRLIMIT-REF.
       01 FD-APRLIM-REC.
          05 AL-KEY              PIC X(10).
          05 AL-SEP1             PIC X(01).
          05 AL-VALUE            PIC X(09).

      *PQ-STATUS is PENDING, APPROVED or REJECTED; the two images are
      *whole policy master records; PQ-EFFDATE and PQ-CANREASON are
      *only used by a held cancellation
       FD PENDING-ASSUR.
       01 PQ-REC.
          05 PQ-ID               PIC 9(08).
          05 PQ-STATUS           PIC X(08).
          05 PQ-ACTION           PIC X(03).
          05 PQ-CONTRACT         PIC X(14).
          05 PQ-REASON           PIC X(30).
          05 PQ-KEYUSER          PIC X(08).
          05 PQ-KEYMODE          PIC X(10).
          05 PQ-KEYSTAMP         PIC X(17).
          05 PQ-EFFDATE          PIC X(08).
          05 PQ-CANREASON        PIC X(04).
          05 PQ-DECUSER          PIC X(08).
          05 PQ-DECSTAMP         PIC X(17).
          05 PQ-OLD-IMAGE        PIC X(136).
          05 PQ-NEW-IMAGE        PIC X(136).

      *Days waited counted from the date the item was keyed
       FD PENDAGE-RPT.
       01 FD-PENDAGE-REC.
          05 PA-ID               PIC 9(08).
          05 PA-SEP1             PIC X(01).
          05 PA-ACTION           PIC X(03).
          05 PA-SEP2             PIC X(01).
          05 PA-CONTRACT         PIC X(14).
          05 PA-SEP3             PIC X(01).
          05 PA-REASON           PIC X(30).
          05 PA-SEP4             PIC X(01).
          05 PA-KEYUSER          PIC X(08).
          05 PA-SEP5             PIC X(01).
          05 PA-KEYDATE          PIC X(08).
          05 PA-SEP6             PIC X(01).
          05 PA-DAYS             PIC 9(05).

       WORKING-STORAGE SECTION.
      *
      *Work area holding the policy record currently being processed;
          05 WS-ASSUR-SEP8      PIC X(01).
          05 WS-ASSUR-CLIENTNO  PIC X(08).
          05 WS-ASSUR-AGENCY    PIC X(06).
          05 WS-ASSUR-FREQ      PIC X(01).

       01 WS-DATE-OUTPUT.
          05 WS-DAY                PIC X(02).
       01 WS-VALID-CURRENCY-LIST VALUE 'EURUSDGBPCHFJPYCADAUDSEK'.
          05 WS-VALID-CURRENCY OCCURS 8 TIMES PIC X(03).

      *Reason codes accepted on a cancellation: client request, risk
      *sold, non-payment, duplicate cover, underwriter, other
       01 WS-CAN-REASON-LIST VALUE 'CLNTSOLDNPAYDUPLUNDWOTHR'.
          05 WS-CAN-REASON-CODE OCCURS 6 TIMES PIC X(04).

      *Max day-of-month for months 1-12 (non-leap); February is
      *widened to 29 in PARA-CHECK-DATE-FIELD on a leap year
       01 WS-MONTH-MAX-DAY-LIST VALUE '312831303130313130313031'.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-DL-CURRENCY      PIC X(03).

      *The same three heading lines in French, column for column
       01 WS-STMT-HDR-FR.
          05 FILLER PIC X(43) VALUE
                         'ASSURANCES - RELEVE DE PORTEFEUILLE CLIENT'.
          05 FILLER              PIC X(09) VALUE 'EDITE LE '.
          05 WS-SHF-DATE         PIC X(10).
          05 FILLER              PIC X(07) VALUE '   PAGE'.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-SHF-PAGE         PIC ZZZ9.

       01 WS-STMT-COL-HDR-FR.
          05 FILLER              PIC X(15) VALUE 'CONTRAT'.
          05 FILLER              PIC X(15) VALUE 'PRODUIT'.
          05 FILLER              PIC X(09) VALUE 'STATUT'.
          05 FILLER              PIC X(11) VALUE 'DATE DEBUT'.
          05 FILLER              PIC X(11) VALUE 'DATE FIN'.
          05 FILLER              PIC X(10) VALUE 'MONTANT'.
          05 FILLER              PIC X(03) VALUE 'DEV'.

      *Address block of the document being printed: the name line,
      *then the postal lines when the address is usable
       01 WS-ADB-TBL.
          05 WS-ADB-LINE OCCURS 6 TIMES PIC X(60).

      *Per-currency grand totals across every statement in the run
       01 WS-STMT-GRAND-TBL.
          05 WS-STMT-GRAND-ENTRY OCCURS 20 TIMES.
       01 WS-GLCLS-TBL.
          05 WS-GLCLS-PERIOD OCCURS 120 TIMES PIC X(06).

      *Premium renewed or returned in the period, per currency/
      *product, off the renewal log or the return-premium file -
      *posted as movements of their own since neither shows up in the
      *book totals
       01 WS-GLRN-TBL.
          05 WS-GLRN-ENTRY OCCURS 200 TIMES.
             10 WS-GN-CURR          PIC X(03).
             10 WS-GN-PROD          PIC X(14).
             10 WS-GN-COUNT         PIC 9(05).
             10 WS-GN-TOTAL         PIC 9(13).

      *Unearned premium reserve of the as-of snapshot per currency/
      *product, with the compare-base reserve matched against it
       01 WS-UPR-TBL.
          05 WS-UPR-ENTRY OCCURS 200 TIMES.
             10 WS-UP-CURR          PIC X(03).
             10 WS-UP-PROD          PIC X(14).
             10 WS-UP-COUNT         PIC 9(05).
             10 WS-UP-WRITTEN       PIC 9(13).
             10 WS-UP-EARNED        PIC 9(13).
             10 WS-UP-UNEARNED      PIC 9(13).

      *Reserve as last taken (BAL) and the one before it (PRV), off
      *the reserve control store; WS-UQ is the compare base
       01 WS-UPRQ-TBL.
          05 WS-UPRQ-ENTRY OCCURS 200 TIMES.
             10 WS-UQ-CURR          PIC X(03).
             10 WS-UQ-PROD          PIC X(14).
             10 WS-UQ-COUNT         PIC 9(05).
             10 WS-UQ-RESERVE       PIC 9(13).
             10 WS-UQ-MATCHED       PIC X(01).
       01 WS-UPRR-TBL.
          05 WS-UPRR-ENTRY OCCURS 200 TIMES.
             10 WS-UR-CURR          PIC X(03).
             10 WS-UR-PROD          PIC X(14).
             10 WS-UR-COUNT         PIC 9(05).
             10 WS-UR-RESERVE       PIC 9(13).

      *Before-image of the master record a rewrite or delete is about
      *to touch - same layout as MAS-REC, field for field
       01 WS-JRNL-OLD-REC.
          05 FILLER             PIC X(08).
          05 JO-CLIENTNO        PIC X(08).
          05 JO-AGENCY          PIC X(06).
          05 JO-FREQ            PIC X(01).

      *A policy record as it stood before a sensitive change and as
      *the change would leave it, for the approval checks and listing
       01 WS-PEND-OLD-REC.
          05 PV-CONTRACT        PIC X(14).
          05 PV-CODE            PIC X(08).
          05 PV-PRODUCT         PIC X(14).
          05 PV-CLIENT          PIC X(41).
          05 PV-STATUS          PIC X(08).
          05 PV-STDATE          PIC X(08).
          05 PV-ENDDATE         PIC X(08).
          05 PV-AMOUNT          PIC X(09).
          05 PV-CURRENCY        PIC X(03).
          05 FILLER             PIC X(08).
          05 PV-CLIENTNO        PIC X(08).
          05 PV-AGENCY          PIC X(06).
          05 PV-FREQ            PIC X(01).

       01 WS-PEND-NEW-REC.
          05 PN-CONTRACT        PIC X(14).
          05 PN-CODE            PIC X(08).
          05 PN-PRODUCT         PIC X(14).
          05 PN-CLIENT          PIC X(41).
          05 PN-STATUS          PIC X(08).
          05 PN-STDATE          PIC X(08).
          05 PN-ENDDATE         PIC X(08).
          05 PN-AMOUNT          PIC X(09).
          05 PN-CURRENCY        PIC X(03).
          05 FILLER             PIC X(08).
          05 PN-CLIENTNO        PIC X(08).
          05 PN-AGENCY          PIC X(06).
          05 PN-FREQ            PIC X(01).

      *ACTIVE contracts with clean terms, collected by the validation
      *pass so the coverage-consistency scan can find per-client/
             10 WS-CC-CODE          PIC X(03).
             10 WS-CC-COUNT         PIC 9(05).
             10 WS-CC-TOTAL         PIC 9(13).
             10 WS-CC-COMMDUE       PIC 9(13)V9(06).
             10 WS-CC-CLAWCOUNT     PIC 9(05).
             10 WS-CC-CLAWBACK      PIC 9(13)V9(02).

      *Return-premium records in this run's clawback window
       01 WS-CLAW-TBL.
          05 WS-CLAW-ENTRY OCCURS 500 TIMES.
             10 WS-CLB-AGENCY       PIC X(06).
             10 WS-CLB-CONTRACT     PIC X(14).
             10 WS-CLB-CURRENCY     PIC X(03).
             10 WS-CLB-PRODUCT      PIC X(14).
             10 WS-CLB-EFFDATE      PIC X(08).
             10 WS-CLB-REFUND       PIC 9(09).

      *Commission statement print lines, in the statement style
       01 WS-COMM-HDR.
             10 WS-LR-CODE          PIC X(14).
             10 WS-LR-PREMIUM       PIC 9(13).
             10 WS-LR-CLAIMS        PIC 9(13).
             10 WS-LR-INCURRED      PIC 9(13).
             10 WS-LR-NETPREM       PIC 9(13).
             10 WS-LR-NETCLAIMS     PIC 9(13).
             10 WS-LR-NETINCURRED   PIC 9(13).

      *Reinsurance treaties loaded from assurances-treaties.dat, one
      *per product; WS-TT-QS is the quota share in percent
       01 WS-TT-TBL.
          05 WS-TT-ENTRY OCCURS 100 TIMES.
             10 WS-TT-PRODUCT       PIC X(14).
             10 WS-TT-REINSURER     PIC X(08).
             10 WS-TT-RNAME         PIC X(30).
             10 WS-TT-QS            PIC 9(03)V9(04).
             10 WS-TT-RETENTION     PIC 9(09).

      *Claims of the cession quarter, built from the claims register:
      *paid in the quarter, and the reserve and status as they stood
      *at its end
       01 WS-CLQ-TBL.
          05 WS-CLQ-ENTRY OCCURS 3000 TIMES.
             10 WS-CQ-CLAIMNO       PIC X(10).
             10 WS-CQ-CONTRACT      PIC X(14).
             10 WS-CQ-PRODUCT       PIC X(14).
             10 WS-CQ-CURRENCY      PIC X(03).
             10 WS-CQ-CLAIMDATE     PIC X(08).
             10 WS-CQ-STATUS        PIC X(08).
             10 WS-CQ-PAID          PIC 9(09).
             10 WS-CQ-RESERVE       PIC 9(09).

      *Terms the quarter-end snapshot holds for contracts under
      *treaty; a term the previous quarter-end snapshot holds that is
      *not among them was renewed during the quarter, and its days in
      *the quarter are ceded as well
       01 WS-CES-TRM-TBL.
          05 WS-CES-TRM-ENTRY OCCURS 5000 TIMES.
             10 WS-CT-CONTRACT      PIC X(14).
             10 WS-CT-STDATE        PIC X(08).

      *Claims the register carries from before claim numbers were
      *given, one entry per contract and claim date; the last line
      *entered for a claim leaves its amounts and status
       01 WS-UNC-TBL.
          05 WS-UNC-ENTRY OCCURS 3000 TIMES.
             10 WS-UC-CONTRACT      PIC X(14).
             10 WS-UC-CLAIMDATE     PIC X(08).
             10 WS-UC-PRODUCT       PIC X(14).
             10 WS-UC-CURRENCY      PIC X(03).
             10 WS-UC-CLAIMED       PIC 9(09).
             10 WS-UC-PAID          PIC 9(09).
             10 WS-UC-STATUS        PIC X(08).
             10 WS-UC-FIRSTDATE     PIC X(08).
             10 WS-UC-LASTDATE      PIC X(08).

      *Open premium calls loaded from assurances-renewal.dat, one
      *entry per instalment, with the receipts matched against each
      *one accumulated alongside; WS-CA-AMOUNT is the instalment and
      *WS-CA-TERMAMT the premium for the whole term
       01 WS-CALL-TBL.
          05 WS-CALL-ENTRY OCCURS 5000 TIMES.
             10 WS-CA-CONTRACT      PIC X(14).
             10 WS-CA-CLIENT        PIC X(41).
             10 WS-CA-CURRENCY      PIC X(03).
             10 WS-CA-AMOUNT        PIC 9(09).
             10 WS-CA-DUEDATE       PIC X(08).
             10 WS-CA-RECEIVED      PIC 9(09).
             10 WS-CA-NEW-STDATE    PIC X(08).
             10 WS-CA-NEW-ENDDATE   PIC X(08).
             10 WS-CA-INSTNO        PIC 9(02).
             10 WS-CA-INSTCOUNT     PIC 9(02).
             10 WS-CA-TERMAMT       PIC 9(09).

      *Premium calls already on assurances-renewal.dat whose term is
      *still running, held while RENEWAL rewrites the file; a call
      *this run cuts again for the same contract and term is dropped,
      *every other one goes back on the file as it was
       01 WS-CARRY-TBL.
          05 WS-CARRY-ENTRY OCCURS 5000 TIMES.
             10 WS-CY-CONTRACT      PIC X(14).
             10 WS-CY-NEW-STDATE    PIC X(08).
             10 WS-CY-DONE          PIC X(01).
             10 WS-CY-REC           PIC X(128).

      *Instalment schedule of the contract being renewed, kept for
      *the notice letter once the call records are written
       01 WS-INST-TBL.
          05 WS-INST-ENTRY OCCURS 60 TIMES.
             10 WS-IS-DUEDATE       PIC X(08).
             10 WS-IS-AMOUNT        PIC 9(09).

      *Distinct clients seen by the numbering pass: the normalized
      *name the matching is done on, the number assigned and the
          05 WS-NEW-CURRENCY       PIC X(03).
          05 WS-NEW-CLIENTNO       PIC X(08).
          05 WS-NEW-AGENCY         PIC X(06).
          05 WS-NEW-FREQ           PIC X(01).

       77 WS-RAPPORT-STATUS        PIC XX VALUE SPACES.
       77 WS-CONTROL-STATUS        PIC XX VALUE SPACES.
       77 WS-GLW-COUNT              PIC 9(05) VALUE 0.
       77 WS-GLW-AMOUNT             PIC 9(13) VALUE 0.
       77 WS-GLW-SIGN               PIC X(01) VALUE '+'.
       77 WS-GLW-ACCT               PIC X(06) VALUE '706'.
       77 WS-GLW-BYPROD             PIC X VALUE 'N'.
       77 WS-GLRN-MAX               PIC 9(03) VALUE 0.

       77 WS-ROLL-COUNT             PIC 9(05) VALUE 0.
       77 WS-RENEW-COUNT            PIC 9(05) VALUE 0.
       77 WS-RENEW-OK               PIC X VALUE 'Y'.
       77 WS-CARRY-MAX              PIC 9(04) VALUE 0.
       77 WS-CARRY-IDX              PIC 9(04) VALUE 0.
       77 WS-CARRY-COUNT            PIC 9(05) VALUE 0.
       77 WS-CARRY-WARNED           PIC X VALUE 'N'.
       77 WS-ROLL-DATE-IN           PIC X(08) VALUE SPACES.
       77 WS-ROLL-DATE-OUT          PIC X(08) VALUE SPACES.
       77 WS-ROLL-YEAR              PIC 9(04) VALUE 0.
       77 WS-NEW-STDATE-ROLLED      PIC X(08) VALUE SPACES.
       77 WS-NEW-ENDDATE-ROLLED     PIC X(08) VALUE SPACES.

      *Instalment plans: frequency check, schedule build and the
      *oldest-first receipt allocation
       77 WS-FREQ-CHECK             PIC X(01) VALUE SPACE.
       77 WS-FREQ-VALID             PIC X VALUE 'Y'.
       77 WS-INST-INTERVAL          PIC 9(02) VALUE 12.
       77 WS-INST-TERM              PIC 9(03) VALUE 12.
       77 WS-INST-COUNT             PIC 9(02) VALUE 1.
       77 WS-INST-IDX               PIC 9(02) VALUE 0.
       77 WS-INST-TOTAL             PIC 9(09) VALUE 0.
       77 WS-INST-EACH              PIC 9(09) VALUE 0.
       77 WS-INST-OPEN              PIC X VALUE 'N'.
       77 WS-INST-HIT               PIC 9(04) VALUE 0.
       77 WS-INST-DUE               PIC 9(09) VALUE 0.
       77 WS-RCP-LEFT               PIC 9(09) VALUE 0.
       77 WS-OUT-NOTDUE             PIC 9(05) VALUE 0.
       77 WS-DUN-LAST-CONTRACT      PIC X(14) VALUE SPACES.
       77 WS-FMT-DATE-IN            PIC X(08) VALUE SPACES.
       77 WS-FMT-DATE-OUT           PIC X(10) VALUE SPACES.
       77 WS-FMT-DATE-OUT2          PIC X(10) VALUE SPACES.
       77 WS-CLIENTNO-ASSIGNED      PIC X(08) VALUE SPACES.
       77 WS-CLIENTNO-VALID         PIC X VALUE 'N'.
       77 WS-CLIENTNO-SEEDED        PIC X VALUE 'N'.
       77 WS-ASSUR-HOLD             PIC X(136) VALUE SPACES.
       77 WS-NORM-IN                PIC X(41) VALUE SPACES.
       77 WS-NORM-OUT               PIC X(41) VALUE SPACES.
       77 WS-NORM-WORK              PIC X(41) VALUE SPACES.
       77 WS-DUE-INT                PIC 9(07) VALUE 0.
       77 WS-DAYS-PAST              PIC S9(07) VALUE 0.

      *Renewal acceptance: a call short by no more than this many
      *units of its currency counts as paid in full (override with
      *the second command-line parameter)
       77 WS-RENEW-TOLERANCE        PIC 9(07) VALUE 1.
       77 WS-RENEWLOG-STATUS        PIC XX VALUE SPACES.
       77 WS-RENEWLOG-OK            PIC X VALUE 'N'.
       77 WS-RNW-SHORT              PIC S9(09) VALUE 0.
       77 WS-RNW-RENEWED            PIC 9(05) VALUE 0.
       77 WS-RNW-HELD               PIC 9(05) VALUE 0.
       77 WS-RNW-ALREADY            PIC 9(05) VALUE 0.
       77 WS-RNW-REASON             PIC X(30) VALUE SPACES.
       77 WS-RNW-OLD-ENDDATE        PIC X(08) VALUE SPACES.

      *Dunning: days a final notice allows before the contract lapses
      *(override with the second command-line parameter)
       77 WS-DUN-GRACE              PIC 9(05) VALUE 30.
       77 WS-OUTSTAND-STATUS        PIC XX VALUE SPACES.
       77 WS-TRANSIT-STATUS         PIC XX VALUE SPACES.
       77 WS-DUNNING-STATUS         PIC XX VALUE SPACES.
       77 WS-DUN-NEW                PIC X VALUE 'N'.
       77 WS-DUN-OPEN               PIC X VALUE 'N'.
       77 WS-DUN-BAND-STAGE         PIC 9(01) VALUE 0.
       77 WS-DUN-STAGE-INT          PIC 9(07) VALUE 0.
       77 WS-DUN-DAYS               PIC S9(07) VALUE 0.
       77 WS-DUN-OWED               PIC 9(09) VALUE 0.
       77 WS-DUN-LAPSE-DATE         PIC X(08) VALUE SPACES.
       77 WS-DUN-TITLE              PIC X(40) VALUE SPACES.
       77 WS-DUN-FIRST              PIC 9(05) VALUE 0.
       77 WS-DUN-SECOND             PIC 9(05) VALUE 0.
       77 WS-DUN-FINAL              PIC 9(05) VALUE 0.
       77 WS-DUN-LAPSED             PIC 9(05) VALUE 0.
       77 WS-DUN-SKIPPED            PIC 9(05) VALUE 0.

      *Claims intake / loss-ratio work fields
       77 WS-CLINTAKE-STATUS        PIC XX VALUE SPACES.
       77 WS-CLAIMS-STATUS          PIC XX VALUE SPACES.
       77 WS-LR-LINES               PIC 9(03) VALUE 0.
       77 WS-LR-HIT                 PIC 9(03) VALUE 0.
       77 WS-LR-PROD                PIC X(14) VALUE SPACES.
       77 WS-CLAIMFILE-STATUS       PIC XX VALUE SPACES.

      *Loss ratio work line - gross or net of reinsurance
       77 WS-LR-NET                 PIC X VALUE 'N'.
       77 WS-LRW-TYPE               PIC X(10) VALUE SPACES.
       77 WS-LRW-PREMIUM            PIC 9(13) VALUE 0.
       77 WS-LRW-CLAIMS             PIC 9(13) VALUE 0.
       77 WS-LRW-INCURRED           PIC 9(13) VALUE 0.

      *Reinsurance cession work fields
       77 WS-TREATY-STATUS          PIC XX VALUE SPACES.
       77 WS-BORDPREM-STATUS        PIC XX VALUE SPACES.
       77 WS-BORDCLAIM-STATUS       PIC XX VALUE SPACES.
       77 WS-TT-MAX                 PIC 9(03) VALUE 0.
       77 WS-TT-IDX                 PIC 9(03) VALUE 0.
       77 WS-TT-HIT                 PIC 9(03) VALUE 0.
       77 WS-TT-FOUND               PIC X VALUE 'N'.
       77 WS-TT-KEY                 PIC X(14) VALUE SPACES.
       77 WS-TT-OK                  PIC X VALUE 'N'.
       77 WS-TT-REJECTED            PIC 9(03) VALUE 0.
       77 WS-TT-WARNED              PIC X VALUE 'N'.
       77 WS-TT-REASON              PIC X(30) VALUE SPACES.
       77 WS-CES-MONTH              PIC 9(02) VALUE 0.
       77 WS-CES-PREMIUM            PIC 9(09) VALUE 0.
       77 WS-CES-RETAINED           PIC 9(09) VALUE 0.
       77 WS-CES-CEDED-FULL         PIC 9(09) VALUE 0.
       77 WS-CES-PCT                PIC 9(03)V9(04) VALUE 0.
       77 WS-CES-AMOUNT             PIC 9(13) VALUE 0.
       77 WS-CES-SHARE              PIC 9(13) VALUE 0.
       77 WS-CES-OK                 PIC X VALUE 'Y'.
       77 WS-CES-QUARTER            PIC X(06) VALUE SPACES.
       77 WS-CES-YEAR               PIC 9(04) VALUE 0.
       77 WS-CES-QNUM               PIC 9(01) VALUE 0.
       77 WS-CES-QFROM              PIC X(08) VALUE SPACES.
       77 WS-CES-QTO                PIC X(08) VALUE SPACES.
       77 WS-CES-QST-INT            PIC 9(07) VALUE 0.
       77 WS-CES-QEND-INT           PIC 9(07) VALUE 0.
       77 WS-CES-ST-INT             PIC 9(07) VALUE 0.
       77 WS-CES-END-INT            PIC 9(07) VALUE 0.
       77 WS-CES-FROM-INT           PIC 9(07) VALUE 0.
       77 WS-CES-TO-INT             PIC 9(07) VALUE 0.
       77 WS-CES-TERMDAYS           PIC 9(05) VALUE 0.
       77 WS-CES-DAYS               PIC 9(05) VALUE 0.
       77 WS-CES-SKIPPED            PIC 9(05) VALUE 0.
       77 WS-CES-PLINES             PIC 9(05) VALUE 0.
       77 WS-CES-CLINES             PIC 9(05) VALUE 0.
       77 WS-CES-SECTIONS           PIC 9(05) VALUE 0.
       77 WS-CES-FIRST              PIC X VALUE 'Y'.
       77 WS-CES-PREV-REINS         PIC X(08) VALUE SPACES.
       77 WS-CES-PREV-CURR          PIC X(03) VALUE SPACES.
       77 WS-CES-PCOUNT             PIC 9(05) VALUE 0.
       77 WS-CES-PGROSS             PIC 9(13) VALUE 0.
       77 WS-CES-PCEDED             PIC 9(13) VALUE 0.
       77 WS-CES-CCOUNT             PIC 9(05) VALUE 0.
       77 WS-CES-CPAID              PIC 9(13) VALUE 0.
       77 WS-CES-CRESERVE           PIC 9(13) VALUE 0.
       77 WS-CES-CRECPAID           PIC 9(13) VALUE 0.
       77 WS-CES-CRECRES            PIC 9(13) VALUE 0.
       77 WS-CLQ-MAX                PIC 9(04) VALUE 0.
       77 WS-CLQ-IDX                PIC 9(04) VALUE 0.
       77 WS-CLQ-HIT                PIC 9(04) VALUE 0.
       77 WS-CLQ-FOUND              PIC X VALUE 'N'.
       77 WS-CLQ-WARNED             PIC X VALUE 'N'.
       77 WS-CES-UNNUMBERED         PIC 9(05) VALUE 0.
       77 WS-CES-PRIOR              PIC X(08) VALUE SPACES.
       77 WS-CES-PRIOR-OK           PIC X VALUE 'N'.
       77 WS-CES-TRM-MAX            PIC 9(04) VALUE 0.
       77 WS-CES-TRM-IDX            PIC 9(04) VALUE 0.
       77 WS-CES-TRM-FULL           PIC X VALUE 'N'.
       77 WS-CES-TRM-FOUND          PIC X VALUE 'N'.
       77 WS-APRLIM-STATUS          PIC XX VALUE SPACES.
       77 WS-PENDING-STATUS         PIC XX VALUE SPACES.
       77 WS-PENDAGE-STATUS         PIC XX VALUE SPACES.
       77 WS-APR-PCT                PIC 9(03)V9(02) VALUE 10.
       77 WS-APR-DAYS               PIC 9(03) VALUE 5.
       77 WS-APR-VALUE              PIC 9(05)V9(02) VALUE 0.
       77 WS-APR-LINE-OK            PIC X VALUE 'Y'.
       77 WS-APR-REJECTED           PIC 9(03) VALUE 0.
       77 WS-PEND-OK                PIC X VALUE 'N'.
       77 WS-PEND-EOF               PIC X VALUE 'N'.
       77 WS-PEND-NEXT              PIC 9(08) VALUE 1.
       77 WS-PEND-HOLD              PIC X VALUE 'N'.
       77 WS-PEND-WRITTEN           PIC X VALUE 'N'.
       77 WS-PEND-REASON            PIC X(30) VALUE SPACES.
       77 WS-PEND-ACTION            PIC X(03) VALUE SPACES.
       77 WS-PEND-OLDAMT            PIC 9(09) VALUE 0.
       77 WS-PEND-NEWAMT            PIC 9(09) VALUE 0.
       77 WS-PEND-DIFF              PIC 9(09) VALUE 0.
       77 WS-PEND-PCT               PIC 9(05)V9(02) VALUE 0.
       77 WS-PEND-COUNT             PIC 9(05) VALUE 0.
       77 WS-PEND-AGED              PIC 9(05) VALUE 0.
       77 WS-PEND-DAYS              PIC 9(05) VALUE 0.
       77 WS-PEND-ID-IN             PIC 9(08) VALUE 0.
       77 WS-PEND-DECISION          PIC X(01) VALUE SPACE.
       77 WS-PEND-FOUND             PIC X VALUE 'N'.
       77 WS-PEND-DONE              PIC X VALUE 'N'.
       77 WS-PEND-APPLIED           PIC 9(05) VALUE 0.
       77 WS-PEND-REFUSED           PIC 9(05) VALUE 0.
       77 WS-TRANS-HELD             PIC 9(05) VALUE 0.
       77 WS-CLM-NEXT               PIC 9(08) VALUE 1.
       77 WS-CLM-WORK               PIC 9(08) VALUE 0.
       77 WS-CLM-MOVE               PIC X(08) VALUE SPACES.
       77 WS-CLM-AMOUNT             PIC 9(09) VALUE 0.
       77 WS-CLM-FOUND              PIC X VALUE 'N'.
       77 WS-CLM-EOF                PIC X VALUE 'N'.
       77 WS-CLM-MOVES              PIC 9(05) VALUE 0.
       77 WS-CLAIMFILE-OK           PIC X VALUE 'N'.
       77 WS-UNC-MAX                PIC 9(04) VALUE 0.
       77 WS-UNC-IDX                PIC 9(04) VALUE 0.
       77 WS-UNC-HIT                PIC 9(04) VALUE 0.
       77 WS-UNC-FOUND              PIC X VALUE 'N'.
       77 WS-UNC-WARNED             PIC X VALUE 'N'.
       77 WS-UNC-OK                 PIC X VALUE 'N'.
       77 WS-UNC-LINES              PIC 9(07) VALUE 0.
       77 WS-UNC-DONE               PIC 9(05) VALUE 0.
       77 WS-UNC-TODAY              PIC X(08) VALUE SPACES.

      *Month-end position / as-of reporting work fields; when
      *WS-ASOF-ACTIVE is 'Y' the source paragraphs read the chosen

      *Agency commission work fields
       77 WS-AGENCY-STATUS          PIC XX VALUE SPACES.
       77 WS-PRODREF-STATUS         PIC XX VALUE SPACES.
       77 WS-PRODFEED-STATUS        PIC XX VALUE SPACES.
       77 WS-PRODREF-OPEN           PIC X VALUE 'N'.
       77 WS-PROD-KEY               PIC X(14) VALUE SPACES.
       77 WS-PROD-FOUND             PIC X VALUE 'N'.
       77 WS-PROD-LOADED            PIC 9(05) VALUE 0.
       77 WS-PROD-REJECTED          PIC 9(05) VALUE 0.
       77 WS-PROD-REASON            PIC X(30) VALUE SPACES.
       77 WS-PROD-RATE              PIC 9(03)V9(04) VALUE 0.
       77 WS-PROD-AMOUNT            PIC 9(09) VALUE 0.
       77 WS-PROD-UNKNOWN           PIC 9(05) VALUE 0.
       77 WS-ROLL-MONTHS            PIC 9(03) VALUE 12.
       77 WS-ROLL-MONTH-NUM         PIC 9(05) VALUE 0.
       77 WS-ROLL-MONTH             PIC 9(02) VALUE 0.
       77 WS-ROLL-DAY               PIC 9(02) VALUE 0.
       77 WS-ROLL-MAXDAY            PIC 9(02) VALUE 0.
       77 WS-AGY-MAX                PIC 9(02) VALUE 0.
       77 WS-AGY-IDX                PIC 9(02) VALUE 0.
       77 WS-AGY-TBL-WARNED         PIC X VALUE 'N'.
       77 WS-COMM-EDIT              PIC Z(11)9.99.
       77 WS-AGY-UNKNOWN            PIC 9(05) VALUE 0.
       77 WS-AGY-BLANK              PIC 9(05) VALUE 0.
       77 WS-COMM-CLAWS             PIC 9(05) VALUE 0.
       77 WS-COMM-NET               PIC S9(13)V9(02) VALUE 0.
       77 WS-COMM-NET-EDIT          PIC -(12)9.99.
       77 WS-CLAWCTL-STATUS         PIC XX VALUE SPACES.
       77 WS-CLAW-FROM              PIC 9(07) VALUE 0.
       77 WS-CLAW-TO                PIC 9(07) VALUE 0.
       77 WS-CLAW-SEQ               PIC 9(07) VALUE 0.
       77 WS-CLAW-MAX               PIC 9(03) VALUE 0.
       77 WS-CLAW-IDX               PIC 9(03) VALUE 0.
       77 WS-CLAW-REPRINT           PIC X VALUE 'N'.
       77 WS-CLAW-WARNED            PIC X VALUE 'N'.
       77 WS-CLAW-DUE               PIC 9(13)V9(02) VALUE 0.
       77 WS-CLAW-EDIT              PIC Z(11)9.99.

      *Client contact / mailing work fields
       77 WS-CONTACT-STATUS         PIC XX VALUE SPACES.
       77 WS-MAILING-STATUS         PIC XX VALUE SPACES.
       77 WS-CONTACT-OK             PIC X VALUE 'N'.
       77 WS-MAILING-OK             PIC X VALUE 'N'.
       77 WS-CONTACT-KEY            PIC X(08) VALUE SPACES.
       77 WS-CONTACT-FOUND          PIC X VALUE 'N'.
       77 WS-CONTACT-NEW            PIC X VALUE 'N'.
       77 WS-CONTACT-VALID          PIC X VALUE 'N'.
       77 WS-CONTACT-REASON         PIC X(30) VALUE SPACES.
       77 WS-CONTACT-AT             PIC 9(02) VALUE 0.
       77 WS-CTI-TEXT               PIC X(60) VALUE SPACES.
       77 WS-POSTAL-OK              PIC X VALUE 'N'.
       77 WS-EMAIL-OK               PIC X VALUE 'N'.
       77 WS-ADB-NAME               PIC X(41) VALUE SPACES.
       77 WS-ADB-COUNT              PIC 9(01) VALUE 0.
       77 WS-ADB-IDX                PIC 9(01) VALUE 0.
       77 WS-ADB-REASON             PIC X(30) VALUE SPACES.
       77 WS-DOC-LANG               PIC X(02) VALUE 'EN'.
       77 WS-DOC-CHANNEL            PIC X(05) VALUE SPACES.
       77 WS-DOC-DEST               PIC X(60) VALUE SPACES.
       77 WS-MAIL-DOCTYPE           PIC X(08) VALUE SPACES.
       77 WS-MAIL-CONTRACT          PIC X(14) VALUE SPACES.
       77 WS-MAIL-POST              PIC 9(05) VALUE 0.
       77 WS-MAIL-EMAIL             PIC 9(05) VALUE 0.
       77 WS-MAIL-NONE              PIC 9(05) VALUE 0.
       77 WS-STMT-LANG              PIC X(02) VALUE 'EN'.
       77 WS-STMT-ADDR-DUE          PIC X VALUE 'N'.
       77 WS-CXE-CLIENTNO           PIC X(08) VALUE SPACES.
       77 WS-CXE-CLIENT             PIC X(41) VALUE SPACES.
       77 WS-CXE-CONTRACT           PIC X(14) VALUE SPACES.
       77 WS-CXE-LIVE               PIC 9(05) VALUE 0.
       77 WS-CXE-COUNT              PIC 9(05) VALUE 0.
       77 WS-CXE-CLIENTS            PIC 9(05) VALUE 0.

      *Unearned premium reserve work fields
       77 WS-UPRBAL-STATUS          PIC XX VALUE SPACES.
       77 WS-UPR-REGEN              PIC X VALUE 'N'.
       77 WS-UPR-REFUSED            PIC X VALUE 'N'.
       77 WS-UPR-WARNED             PIC X VALUE 'N'.
       77 WS-UPR-DATE               PIC X(08) VALUE SPACES.
       77 WS-UPR-BALDATE            PIC X(08) VALUE SPACES.
       77 WS-UPR-PRVDATE            PIC X(08) VALUE SPACES.
       77 WS-UPR-BASEDATE           PIC X(08) VALUE SPACES.
       77 WS-UPR-PERIOD             PIC X(06) VALUE SPACES.
       77 WS-UPR-MAX                PIC 9(03) VALUE 0.
       77 WS-UPRQ-MAX               PIC 9(03) VALUE 0.
       77 WS-UPRR-MAX               PIC 9(03) VALUE 0.
       77 WS-UPR-IDX                PIC 9(03) VALUE 0.
       77 WS-UPR-ST-INT             PIC 9(07) VALUE 0.
       77 WS-UPR-END-INT            PIC 9(07) VALUE 0.
       77 WS-UPR-ASOF-INT           PIC 9(07) VALUE 0.
       77 WS-UPR-TERMDAYS           PIC 9(05) VALUE 0.
       77 WS-UPR-LEFTDAYS           PIC 9(05) VALUE 0.
       77 WS-UPR-UNEARNED           PIC 9(09) VALUE 0.
       77 WS-UPR-PREV               PIC 9(13) VALUE 0.
       77 WS-UPR-CHANGE             PIC S9(13) VALUE 0.
       77 WS-UPR-SNAPCOUNT          PIC 9(07) VALUE 0.
       77 WS-UPR-SKIPPED            PIC 9(05) VALUE 0.
       77 WS-UPR-REC-COUNT          PIC 9(05) VALUE 0.
       77 WS-UPR-HASH               PIC 9(15) VALUE 0.
       77 WS-UPR-EDIT-WRITTEN       PIC Z(12)9.
       77 WS-UPR-EDIT-EARNED        PIC Z(12)9.
       77 WS-UPR-EDIT-UNEARNED      PIC Z(12)9.
       77 WS-UPR-EDIT-PREV          PIC Z(12)9.
       77 WS-UPR-EDIT-CHANGE        PIC -(12)9.

      *Mid-term cancellation work fields
       77 WS-RETPREM-STATUS         PIC XX VALUE SPACES.
       77 WS-RETPREM-OK             PIC X VALUE 'N'.
       77 WS-CAN-EFFDATE            PIC X(08) VALUE SPACES.
       77 WS-CAN-REASON             PIC X(04) VALUE SPACES.
       77 WS-CAN-VALID              PIC X VALUE 'N'.
       77 WS-CAN-IDX                PIC 9(02) VALUE 0.
       77 WS-CAN-FOUND              PIC X VALUE 'N'.
       77 WS-CAN-ST-INT             PIC 9(07) VALUE 0.
       77 WS-CAN-EFF-INT            PIC 9(07) VALUE 0.
       77 WS-CAN-END-INT            PIC 9(07) VALUE 0.
       77 WS-CAN-TERMDAYS           PIC 9(05) VALUE 0.
       77 WS-CAN-UNEARNDAYS         PIC 9(05) VALUE 0.
       77 WS-CAN-REFUND             PIC 9(09) VALUE 0.
       77 WS-CAN-REFUND-EDIT        PIC Z(08)9.

       PROCEDURE DIVISION.
      *Determine run mode (blank = interactive terminal session,
      *first-time CSV seeding of the master is journaled
       PERFORM PARA-OPEN-JOURNAL.

      *Product reference, read by the validation pass and most modes
       PERFORM PARA-OPEN-PRODUCTS.

      *Open the policy master (assurances-master.idx), building it
      *from the CSV intake feed the first time through; a VERIFY run
      *is allowed to carry on without it so a damaged master can
             PERFORM PARA-RENEWAL-MODE
          WHEN 'RECEIPTS'
             PERFORM PARA-RECEIPTS-MODE
          WHEN 'RENEWPAID'
             PERFORM PARA-BACKUP-MASTER
             IF WS-BACKUP-OK = 'Y' THEN
                PERFORM PARA-RENEWPAID-MODE
             END-IF
          WHEN 'DUNNING'
             PERFORM PARA-BACKUP-MASTER
             IF WS-BACKUP-OK = 'Y' THEN
                PERFORM PARA-DUNNING-MODE
             END-IF
          WHEN 'CLAIMS'
             PERFORM PARA-CLAIMS-MODE
          WHEN 'CLAIMQUERY'
             PERFORM PARA-LOSSRATIO-MODE
          WHEN 'COMMISSION'
             PERFORM PARA-COMMISSION-MODE
          WHEN 'PRODUCTS'
             PERFORM PARA-PRODUCTS-MODE
          WHEN 'CHAIN'
             PERFORM PARA-CHAIN-MODE
          WHEN 'VALUATION'
             END-IF
          WHEN 'GLEXTRACT'
             PERFORM PARA-GLEXTRACT-MODE
          WHEN 'UPR'
             PERFORM PARA-UPR-MODE
          WHEN 'CESSION'
             PERFORM PARA-CESSION-MODE
          WHEN 'MAINT'
             PERFORM PARA-BACKUP-MASTER
             IF WS-BACKUP-OK = 'Y' THEN
                PERFORM PARA-MAINT-MODE
             END-IF
          WHEN 'APPROVAL'
             PERFORM PARA-BACKUP-MASTER
             IF WS-BACKUP-OK = 'Y' THEN
                PERFORM PARA-APPROVAL-MODE
             END-IF
          WHEN 'PENDAGE'
             PERFORM PARA-PENDAGE-MODE
          WHEN 'VERIFY'
             PERFORM PARA-VERIFY-MODE
          WHEN 'JOURNAL'
             END-IF
          WHEN 'PORTFOLIO'
             PERFORM PARA-PORTFOLIO-MODE
          WHEN 'CONTACTEXC'
             PERFORM PARA-CONTACTEXC-MODE
          WHEN OTHER
             PERFORM PARA-INTERACTIVE-MODE
       END-EVALUATE.
      *against
          PERFORM PARA-SAVE-MASTER-COUNT
       END-IF.
       PERFORM PARA-CLOSE-PRODUCTS.
       PERFORM PARA-CLOSE-JOURNAL.

      *Display number of records saved and exit (only the BATCH and
             PERFORM PARA-MOVE-CSV-TO-MASTER
             MOVE SPACES TO MAS-CLIENTNO
             MOVE SPACES TO MAS-AGENCY
             MOVE SPACES TO MAS-FREQ
             WRITE MAS-REC
          NOT INVALID KEY
             MOVE MAS-REC TO WS-JRNL-OLD-REC
       MOVE MAS-SEP8 TO WS-ASSUR-SEP8.
       MOVE MAS-CLIENTNO TO WS-ASSUR-CLIENTNO.
       MOVE MAS-AGENCY TO WS-ASSUR-AGENCY.
       MOVE MAS-FREQ TO WS-ASSUR-FREQ.
      *
      ******************************************************************
      *
       MOVE WS-ASSUR-SEP8 TO MAS-SEP8.
       MOVE WS-ASSUR-CLIENTNO TO MAS-CLIENTNO.
       MOVE WS-ASSUR-AGENCY TO MAS-AGENCY.
       MOVE WS-ASSUR-FREQ TO MAS-FREQ.
      *
      ******************************************************************
      *
      *Flag any master record with a non-numeric amount, an
      *unrecognized currency code, a product not on the reference
      *file or a start/end date that does not parse, and write it out
      *to assurances-validation.dat; also
      *counts the book of business into WS-ASSUR-MAX
       PARA-VALIDATE-DATA.
       OPEN OUTPUT VALIDATION-RPT.
       MOVE 0 TO WS-ASSUR-MAX.
       MOVE 0 TO WS-COV-MAX.
       MOVE 0 TO WS-OVERLAP-COUNT.
       MOVE 0 TO WS-PROD-UNKNOWN.
       MOVE 'N' TO WS-COV-WARNED.
       PERFORM PARA-MASTER-REWIND.
       IF WS-EOF = 'N' THEN
                  'assurances-validation.dat'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
       IF WS-PROD-UNKNOWN > 0 THEN
          DISPLAY 'Validation: ' WS-PROD-UNKNOWN ' record(s) carry '
                  'a product that is not on the product file'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
          PERFORM PARA-WRITE-VALID-LINE
       END-IF.

       MOVE WS-ASSUR-FREQ TO WS-FREQ-CHECK.
       PERFORM PARA-CHECK-FREQ.
       IF WS-FREQ-VALID = 'N' THEN
          MOVE 'N' TO WS-VALID-FLAG
          MOVE 'FREQ' TO WS-VR-FIELD
          MOVE WS-ASSUR-FREQ TO WS-VR-VALUE
          MOVE 'UNKNOWN PAYMENT FREQUENCY' TO WS-VR-REASON
          PERFORM PARA-WRITE-VALID-LINE
       END-IF.

      *A product the reference file does not know is a keying error
      *that would otherwise run through every report as a product of
      *its own
       IF WS-PRODREF-OPEN = 'Y' THEN
          MOVE WS-ASSUR-PRODUCT TO WS-PROD-KEY
          PERFORM PARA-FIND-PRODUCT
          IF WS-PROD-FOUND = 'N' THEN
             ADD 1 TO WS-PROD-UNKNOWN
             MOVE 'N' TO WS-VALID-FLAG
             MOVE 'PRODUCT' TO WS-VR-FIELD
             MOVE WS-ASSUR-PRODUCT TO WS-VR-VALUE
             MOVE 'NOT ON PRODUCT FILE' TO WS-VR-REASON
             PERFORM PARA-WRITE-VALID-LINE
          END-IF
       END-IF.

      *Cross-field check: a term that ends before it starts is a
      *keying error the field-by-field checks cannot see; clean
      *ACTIVE terms go into the coverage table for the overlap scan
       MOVE '*' TO RW-SEP5.
       MOVE '*' TO RW-SEP6.
       MOVE '*' TO RW-SEP7.
       MOVE '*' TO RW-SEP8.
       MOVE '*' TO RW-SEP9.
       MOVE '*' TO RW-SEP10.
       MOVE '*' TO VA-SEP1.
       MOVE '*' TO VA-SEP2.
       MOVE '*' TO VA-SEP3.
      *and re-export the CSV, so corrections go through validation
      *instead of hand-editing the feed
       PARA-MAINT-MODE.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       PERFORM PARA-LOAD-APPROVAL-LIMITS.
       PERFORM PARA-OPEN-PENDING.
       PERFORM PARA-OPEN-XREF.
       PERFORM PARA-OPEN-RETPREM.
       PERFORM PARA-OPEN-CONTACTS.
       MOVE 9 TO WS-MAINT-CHOICE.
       PERFORM UNTIL WS-MAINT-CHOICE = 0
          DISPLAY ' '
          DISPLAY 'Maintenance menu: 1-Add  2-Update  3-Retire  '
                  '4-Cancel  5-Contact  0-Exit'
          DISPLAY 'Choice: ' WITH NO ADVANCING
          ACCEPT WS-MAINT-CHOICE
          EVALUATE WS-MAINT-CHOICE
                PERFORM PARA-MAINT-UPDATE
             WHEN 3
                PERFORM PARA-MAINT-DELETE
             WHEN 4
                PERFORM PARA-MAINT-CANCEL
             WHEN 5
                PERFORM PARA-MAINT-CONTACT
             WHEN 0
                CONTINUE
             WHEN OTHER
                DISPLAY 'Invalid choice.'
          END-EVALUATE
       END-PERFORM.
       PERFORM PARA-CLOSE-CONTACTS.
       PERFORM PARA-CLOSE-RETPREM.
       PERFORM PARA-CLOSE-XREF.
       PERFORM PARA-CLOSE-PENDING.
      *
      ******************************************************************
      *
       DISPLAY 'Enter AGENCY (6 char, blank if direct): ' WITH NO
                                                            ADVANCING.
       ACCEPT WS-NEW-AGENCY.
       DISPLAY 'Enter PAYMENT FREQUENCY (A/H/Q/M, blank = annual): '
                                                 WITH NO ADVANCING.
       ACCEPT WS-NEW-FREQ.
       MOVE FUNCTION UPPER-CASE(WS-NEW-FREQ) TO WS-NEW-FREQ.

       PERFORM PARA-VALIDATE-NEW-POLICY.
       IF WS-NEW-VALID = 'N' THEN
      *
      *The same field checks the interactive add has always applied -
      *dates must parse, the amount must be numeric, the currency must
      *be on the accepted list, the payment frequency must be one the
      *instalment schedule knows; first failure wins and its reason
      *is left in WS-NEW-REASON
       PARA-VALIDATE-NEW-POLICY.
       MOVE 'Y' TO WS-NEW-VALID.
       MOVE SPACES TO WS-NEW-REASON.
                      MOVE 'N' TO WS-NEW-VALID
                      MOVE 'END DATE BEFORE START DATE'
                                                 TO WS-NEW-REASON
                   ELSE
                      MOVE WS-NEW-FREQ TO WS-FREQ-CHECK
                      PERFORM PARA-CHECK-FREQ
                      IF WS-FREQ-VALID = 'N' THEN
                         MOVE 'N' TO WS-NEW-VALID
                         MOVE 'UNKNOWN PAYMENT FREQUENCY'
                                                 TO WS-NEW-REASON
                      ELSE
                         PERFORM PARA-CHECK-NEW-PRODUCT
                      END-IF
                   END-IF
                END-IF
             END-IF
      *
      ******************************************************************
      *
      *Payment frequency WS-FREQ-CHECK: blank (annual, the default for
      *contracts keyed before frequencies existed), A, H, Q or M; the
      *months between instalments are left in WS-INST-INTERVAL
       PARA-CHECK-FREQ.
       MOVE 'Y' TO WS-FREQ-VALID.
       EVALUATE WS-FREQ-CHECK
          WHEN SPACE
          WHEN 'A'
             MOVE 12 TO WS-INST-INTERVAL
          WHEN 'H'
             MOVE 6 TO WS-INST-INTERVAL
          WHEN 'Q'
             MOVE 3 TO WS-INST-INTERVAL
          WHEN 'M'
             MOVE 1 TO WS-INST-INTERVAL
          WHEN OTHER
             MOVE 'N' TO WS-FREQ-VALID
             MOVE 12 TO WS-INST-INTERVAL
       END-EVALUATE.
      *
      ******************************************************************
      *
      *The product must be on the reference file and the premium
      *inside the limits it sets
       PARA-CHECK-NEW-PRODUCT.
       MOVE WS-NEW-PRODUCT TO WS-PROD-KEY.
       PERFORM PARA-FIND-PRODUCT.
       MOVE WS-NEW-AMOUNT TO WS-PROD-AMOUNT.
       IF WS-PRODREF-OPEN = 'N' THEN
          MOVE 'N' TO WS-NEW-VALID
          MOVE 'PRODUCT FILE NOT AVAILABLE' TO WS-NEW-REASON
       ELSE
          IF WS-PROD-FOUND = 'N' THEN
             MOVE 'N' TO WS-NEW-VALID
             MOVE 'PRODUCT NOT ON REFERENCE FILE' TO WS-NEW-REASON
          ELSE
             IF WS-PROD-AMOUNT < PD-MINPREM THEN
                MOVE 'N' TO WS-NEW-VALID
                MOVE 'PREMIUM BELOW PRODUCT MINIMUM' TO WS-NEW-REASON
             ELSE
                IF PD-MAXPREM > 0 AND WS-PROD-AMOUNT > PD-MAXPREM
                   MOVE 'N' TO WS-NEW-VALID
                   MOVE 'PREMIUM ABOVE PRODUCT MAXIMUM'
                                                 TO WS-NEW-REASON
                END-IF
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Move a validated WS-ASSUR-NEW into the work record, ready for
      *PARA-MASTER-WRITE
       PARA-BUILD-NEW-POLICY.
       MOVE WS-NEW-CURRENCY TO WS-ASSUR-CURRENCY.
       MOVE WS-NEW-CLIENTNO TO WS-ASSUR-CLIENTNO.
       MOVE WS-NEW-AGENCY TO WS-ASSUR-AGENCY.
       MOVE WS-NEW-FREQ TO WS-ASSUR-FREQ.
       PERFORM PARA-SET-NEW-ROW-SEPS.
      *
      ******************************************************************
       IF WS-MAINT-FOUND = 'N' THEN
          DISPLAY 'Contract not found.'
       ELSE
          MOVE MAS-REC TO WS-PEND-OLD-REC
          MOVE WS-ASSUR-CLIENT TO WS-OLD-CLIENT
          MOVE WS-ASSUR-CLIENTNO TO WS-OLD-CLIENTNO
          DISPLAY 'Enter new CLIENT (blank = no change): ' WITH NO
          IF WS-NEW-STATUS NOT = SPACES THEN
             MOVE WS-NEW-STATUS TO WS-ASSUR-STATUS
          END-IF
          DISPLAY 'Enter new PAYMENT FREQUENCY (A/H/Q/M, blank = no '
                  'change): ' WITH NO ADVANCING
          ACCEPT WS-NEW-FREQ
          MOVE FUNCTION UPPER-CASE(WS-NEW-FREQ) TO WS-NEW-FREQ
          IF WS-NEW-FREQ NOT = SPACES THEN
             MOVE WS-NEW-FREQ TO WS-FREQ-CHECK
             PERFORM PARA-CHECK-FREQ
             IF WS-FREQ-VALID = 'Y' THEN
                MOVE WS-NEW-FREQ TO WS-ASSUR-FREQ
             ELSE
                DISPLAY 'Unknown payment frequency - left at '
                        WS-ASSUR-FREQ '.'
             END-IF
          END-IF
          MOVE 'UPD' TO WS-PEND-ACTION
          PERFORM PARA-PEND-CHECK
          IF WS-PEND-HOLD = 'Y' THEN
             PERFORM PARA-MAINT-HOLD
          ELSE
      *A changed client name may belong to a different client - match
      *it against the cross-reference and renumber if need be
             IF WS-ASSUR-CLIENT NOT = WS-OLD-CLIENT THEN
                MOVE WS-ASSUR-CLIENT TO WS-NEW-CLIENT
                PERFORM PARA-ASSIGN-CLIENTNO
                MOVE WS-CLIENTNO-ASSIGNED TO WS-ASSUR-CLIENTNO
             END-IF
             PERFORM PARA-MASTER-REWRITE
             IF WS-MASTER-STATUS = '00' THEN
                IF WS-ASSUR-CLIENT NOT = WS-OLD-CLIENT THEN
                   PERFORM PARA-XREF-RECLIENT
                END-IF
                PERFORM PARA-REWRITE-CSV
                IF WS-REWRITE-OK = 'Y' THEN
                   DISPLAY 'Policy updated and CSV rewritten.'
                END-IF
             END-IF
          END-IF
       END-IF.
      ******************************************************************
      *
      *A cancelled policy is retired by status, never physically
      *removed from the book of business; retiring a live contract
      *waits on the approval queue for a second user
       PARA-MAINT-DELETE.
       DISPLAY 'Enter contract number to retire: ' WITH NO ADVANCING.
       ACCEPT WS-MAINT-CONTRACT.
       IF WS-MAINT-FOUND = 'N' THEN
          DISPLAY 'Contract not found.'
       ELSE
          MOVE MAS-REC TO WS-PEND-OLD-REC
          MOVE 'CANCELED' TO WS-ASSUR-STATUS
          MOVE 'RET' TO WS-PEND-ACTION
          PERFORM PARA-PEND-CHECK
          IF WS-PEND-HOLD = 'Y' THEN
             PERFORM PARA-MAINT-HOLD
          ELSE
             PERFORM PARA-MASTER-REWRITE
             IF WS-MASTER-STATUS = '00' THEN
                PERFORM PARA-REWRITE-CSV
                IF WS-REWRITE-OK = 'Y' THEN
                   DISPLAY 'Policy retired (status CANCELED) and CSV '
                           'rewritten.'
                END-IF
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Mid-term cancellation from the menu: the same checks as a CAN
      *transaction on the feed, and like it held on the approval
      *queue - the refund and return-premium record follow once a
      *second user approves it
       PARA-MAINT-CANCEL.
       IF WS-RETPREM-OK = 'N' THEN
          DISPLAY 'Return-premium file not available - no '
                  'cancellation possible in this session.'
       ELSE
          DISPLAY 'Enter contract number to cancel: '
                  WITH NO ADVANCING
          ACCEPT WS-MAINT-CONTRACT
          DISPLAY 'Enter effective date (YYYYMMDD): '
                  WITH NO ADVANCING
          ACCEPT WS-CAN-EFFDATE
          DISPLAY 'Enter reason (CLNT SOLD NPAY DUPL UNDW OTHR): '
                  WITH NO ADVANCING
          ACCEPT WS-CAN-REASON
          MOVE FUNCTION UPPER-CASE(WS-CAN-REASON) TO WS-CAN-REASON
          PERFORM PARA-FIND-CONTRACT
          IF WS-MAINT-FOUND = 'N' THEN
             DISPLAY 'Contract not found.'
          ELSE
             PERFORM PARA-VALIDATE-CANCEL
             IF WS-CAN-VALID = 'N' THEN
                DISPLAY 'Cancellation refused: ' WS-NEW-REASON
             ELSE
                PERFORM PARA-PEND-HOLD-CANCEL
                PERFORM PARA-MAINT-HOLD
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Put the change in WS-ASSUR-REC on the approval queue and tell
      *the operator where it went
       PARA-MAINT-HOLD.
       PERFORM PARA-PEND-HOLD.
       IF WS-PEND-WRITTEN = 'Y' THEN
          DISPLAY 'Held for approval as item ' PQ-ID ' ('
                  FUNCTION TRIM(WS-PEND-REASON) ') - a second user '
                  'must approve it before the master changes.'
       ELSE
          DISPLAY 'ERROR: ' FUNCTION TRIM(WS-NEW-REASON)
                  ', not changed.'
       END-IF.
      *
      ******************************************************************
      *
      *A cancellation the payments team never hears about is a refund
      *never paid, so nothing is cancelled unless the return-premium
      *file can be written
       PARA-OPEN-RETPREM.
       MOVE 'N' TO WS-RETPREM-OK.
       OPEN EXTEND RETPREM-ASSUR.
       IF WS-RETPREM-STATUS = '35' THEN
          OPEN OUTPUT RETPREM-ASSUR
       END-IF.
       IF WS-RETPREM-STATUS = '00' THEN
          MOVE 'Y' TO WS-RETPREM-OK
       ELSE
          DISPLAY 'WARNING: cannot open return-premium file '
                  'assurances-retprem.dat - status '
                  WS-RETPREM-STATUS ' - cancellations will be '
                  'refused.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLOSE-RETPREM.
       IF WS-RETPREM-OK = 'Y' THEN
          CLOSE RETPREM-ASSUR
          MOVE 'N' TO WS-RETPREM-OK
       END-IF.
      *
      ******************************************************************
      *
      *Cancel the contract in WS-ASSUR-REC at WS-CAN-EFFDATE for
      *reason WS-CAN-REASON: check it, work out the unearned premium,
      *retire it on the master and write the return-premium record;
      *WS-CAN-VALID says whether it went through, WS-NEW-REASON why
      *not
       PARA-CANCEL-POLICY.
       PERFORM PARA-VALIDATE-CANCEL.
       IF WS-CAN-VALID = 'Y' THEN
          PERFORM PARA-CANCEL-REFUND
          MOVE 'CANCELED' TO WS-ASSUR-STATUS
          PERFORM PARA-MASTER-REWRITE
          IF WS-MASTER-STATUS = '00' THEN
             PERFORM PARA-WRITE-RETPREM
             MOVE 'CAN' TO WS-JRNL-ACTION
             MOVE 'RETPREM' TO WS-JF-FIELD
             MOVE SPACES TO WS-JF-OLD
             STRING WS-CAN-EFFDATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-CAN-REASON DELIMITED BY SIZE
                    INTO WS-JF-OLD
             MOVE SPACES TO WS-JF-NEW
             STRING WS-CAN-REFUND DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ASSUR-CURRENCY DELIMITED BY SIZE
                    INTO WS-JF-NEW
             PERFORM PARA-JOURNAL-WRITE
          ELSE
             MOVE 'N' TO WS-CAN-VALID
             MOVE 'MASTER REWRITE FAILED' TO WS-NEW-REASON
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Only a live contract can be cancelled mid-term, at a date that
      *parses and falls inside its current term, for a known reason;
      *first failure wins
       PARA-VALIDATE-CANCEL.
       MOVE 'Y' TO WS-CAN-VALID.
       MOVE SPACES TO WS-NEW-REASON.
       MOVE 'N' TO WS-CAN-FOUND.
       PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                UNTIL WS-CAN-IDX > 6
          IF WS-CAN-REASON = WS-CAN-REASON-CODE(WS-CAN-IDX)
             MOVE 'Y' TO WS-CAN-FOUND
          END-IF
       END-PERFORM.
       MOVE WS-CAN-EFFDATE TO WS-DATE-TO-CHECK.
       PERFORM PARA-CHECK-DATE-FIELD.
       IF WS-ASSUR-STATUS NOT = 'ACTIVE' THEN
          MOVE 'N' TO WS-CAN-VALID
          MOVE 'CONTRACT NOT ACTIVE' TO WS-NEW-REASON
       ELSE
          IF WS-DATE-VALID = 'N' THEN
             MOVE 'N' TO WS-CAN-VALID
             MOVE 'EFFECTIVE DATE DOES NOT PARSE' TO WS-NEW-REASON
          ELSE
             IF WS-CAN-FOUND = 'N' THEN
                MOVE 'N' TO WS-CAN-VALID
                MOVE 'UNRECOGNIZED CANCEL REASON' TO WS-NEW-REASON
             ELSE
                IF WS-ASSUR-AMOUNT IS NOT NUMERIC OR
                   WS-ASSUR-STDATE IS NOT NUMERIC OR
                   WS-ASSUR-ENDDATE IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-CAN-VALID
                   MOVE 'MASTER AMOUNT OR TERM UNUSABLE'
                                                 TO WS-NEW-REASON
                ELSE
                   IF WS-CAN-EFFDATE < WS-ASSUR-STDATE OR
                      WS-CAN-EFFDATE > WS-ASSUR-ENDDATE THEN
                      MOVE 'N' TO WS-CAN-VALID
                      MOVE 'EFFECTIVE DATE OUTSIDE TERM'
                                                 TO WS-NEW-REASON
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Unearned premium on a day basis: the days left from the
      *effective date to the end date over the days from start to end;
      *a zero-day term has nothing left to earn and refunds in full
       PARA-CANCEL-REFUND.
       MOVE WS-ASSUR-STDATE TO WS-DATE-NUM-1.
       COMPUTE WS-CAN-ST-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       MOVE WS-ASSUR-ENDDATE TO WS-DATE-NUM-1.
       COMPUTE WS-CAN-END-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       MOVE WS-CAN-EFFDATE TO WS-DATE-NUM-1.
       COMPUTE WS-CAN-EFF-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       COMPUTE WS-CAN-TERMDAYS = WS-CAN-END-INT - WS-CAN-ST-INT.
       COMPUTE WS-CAN-UNEARNDAYS = WS-CAN-END-INT - WS-CAN-EFF-INT.
       MOVE WS-ASSUR-AMOUNT TO WS-AMOUNT-NUM.
       IF WS-CAN-TERMDAYS = 0 THEN
          MOVE WS-AMOUNT-NUM TO WS-CAN-REFUND
       ELSE
          COMPUTE WS-CAN-REFUND ROUNDED = WS-AMOUNT-NUM
                         * WS-CAN-UNEARNDAYS / WS-CAN-TERMDAYS
       END-IF.
      *
      ******************************************************************
      *
       PARA-WRITE-RETPREM.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE WS-TS-DATE TO RX-CANDATE.
       MOVE WS-ASSUR-CONTRACT TO RX-CONTRACT.
       MOVE WS-ASSUR-CLIENTNO TO RX-CLIENTNO.
       MOVE WS-ASSUR-CLIENT TO RX-CLIENT.
       MOVE WS-ASSUR-AGENCY TO RX-AGENCY.
       MOVE WS-ASSUR-PRODUCT TO RX-PRODUCT.
       MOVE WS-ASSUR-CURRENCY TO RX-CURRENCY.
       MOVE WS-CAN-EFFDATE TO RX-EFFDATE.
       MOVE WS-CAN-REASON TO RX-REASON.
       MOVE WS-AMOUNT-NUM TO RX-PREMIUM.
       MOVE WS-CAN-TERMDAYS TO RX-TERMDAYS.
       MOVE WS-CAN-UNEARNDAYS TO RX-UNEARNDAYS.
       MOVE WS-CAN-REFUND TO RX-REFUND.
       MOVE '*' TO RX-SEP1 RX-SEP2 RX-SEP3 RX-SEP4 RX-SEP5 RX-SEP6
                   RX-SEP7 RX-SEP8 RX-SEP9 RX-SEP10 RX-SEP11
                   RX-SEP12.
       WRITE FD-RETPREM-REC.
       IF WS-RETPREM-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: return-premium write failed for contract '
                  WS-ASSUR-CONTRACT ' - status ' WS-RETPREM-STATUS
                  ' - refund of ' WS-CAN-REFUND ' '
                  WS-ASSUR-CURRENCY ' must be raised by hand.'
          PERFORM PARA-SET-RC-ERROR
       END-IF.
      *
      ******************************************************************
      *
      *Keyed lookup of WS-MAINT-CONTRACT on the policy master; the
      *record is left in WS-ASSUR-REC when found
       PARA-FIND-CONTRACT.
      *the interactive add uses, write an applied/rejected disposition
      *per transaction, and re-export the CSV once at the end
       PARA-APPLY-MODE.
       PERFORM PARA-LOAD-APPROVAL-LIMITS.
       PERFORM PARA-OPEN-PENDING.
       PERFORM PARA-OPEN-XREF.
       PERFORM PARA-OPEN-RETPREM.
       OPEN INPUT TRANSACTION-ASSUR.
       IF WS-TRANS-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: transaction file '
          OPEN OUTPUT DISPOSITION-RPT
          MOVE 0 TO WS-TRANS-SEQ
          MOVE 0 TO WS-TRANS-APPLIED
          MOVE 0 TO WS-TRANS-HELD
          MOVE 0 TO WS-TRANS-REJECTED
          MOVE 'N' TO WS-EOF2
          PERFORM UNTIL WS-EOF2 = 'Y'
             PERFORM PARA-REWRITE-CSV
          END-IF
          DISPLAY WS-TRANS-APPLIED ' change(s) applied, '
                  WS-TRANS-HELD ' held for approval, '
                  WS-TRANS-REJECTED ' rejected - see '
                  'assurances-disposition.dat'
          IF WS-TRANS-REJECTED > 0 THEN
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
       PERFORM PARA-CLOSE-RETPREM.
       PERFORM PARA-CLOSE-XREF.
       PERFORM PARA-CLOSE-PENDING.
      *
      ******************************************************************
      *
       MOVE TR-AMOUNT TO WS-NEW-AMOUNT.
       MOVE TR-CURRENCY TO WS-NEW-CURRENCY.
       MOVE TR-AGENCY TO WS-NEW-AGENCY.
       MOVE FUNCTION UPPER-CASE(TR-FREQ) TO WS-NEW-FREQ.
       EVALUATE WS-TRANS-ACTION
          WHEN 'ADD'
             PERFORM PARA-APPLY-TRANS-ADD
             PERFORM PARA-APPLY-TRANS-UPD
          WHEN 'RET'
             PERFORM PARA-APPLY-TRANS-RET
          WHEN 'CAN'
             PERFORM PARA-APPLY-TRANS-CAN
          WHEN OTHER
             MOVE 'UNRECOGNIZED ACTION CODE' TO WS-NEW-REASON
             PERFORM PARA-TRANS-REJECTED
      *
      *Blank fields on an UPD keep the value already on the master, so
      *an agency only has to fill in what actually changed; the merged
      *record then passes the full add-time validation, and a change
      *past the approval limits waits on the queue
       PARA-APPLY-TRANS-UPD.
       MOVE WS-NEW-CONTRACT TO WS-MAINT-CONTRACT.
       PERFORM PARA-FIND-CONTRACT.
          MOVE 'CONTRACT NOT FOUND' TO WS-NEW-REASON
          PERFORM PARA-TRANS-REJECTED
       ELSE
          MOVE MAS-REC TO WS-PEND-OLD-REC
          MOVE WS-ASSUR-CLIENT TO WS-OLD-CLIENT
          MOVE WS-ASSUR-CLIENTNO TO WS-OLD-CLIENTNO
          IF WS-NEW-CODE = SPACES THEN
          IF WS-NEW-AGENCY = SPACES THEN
             MOVE WS-ASSUR-AGENCY TO WS-NEW-AGENCY
          END-IF
          IF WS-NEW-FREQ = SPACES THEN
             MOVE WS-ASSUR-FREQ TO WS-NEW-FREQ
          END-IF
          PERFORM PARA-VALIDATE-NEW-POLICY
          IF WS-NEW-VALID = 'N' THEN
             PERFORM PARA-TRANS-REJECTED
             MOVE WS-NEW-AMOUNT TO WS-ASSUR-AMOUNT
             MOVE WS-NEW-CURRENCY TO WS-ASSUR-CURRENCY
             MOVE WS-NEW-AGENCY TO WS-ASSUR-AGENCY
             MOVE WS-NEW-FREQ TO WS-ASSUR-FREQ
             MOVE 'UPD' TO WS-PEND-ACTION
             PERFORM PARA-PEND-CHECK
             IF WS-PEND-HOLD = 'Y' THEN
                PERFORM PARA-TRANS-HOLD
             ELSE
      *A changed client name may belong to a different client - match
      *it against the cross-reference and renumber if need be
                IF WS-NEW-CLIENT NOT = WS-OLD-CLIENT THEN
                   PERFORM PARA-ASSIGN-CLIENTNO
                   MOVE WS-CLIENTNO-ASSIGNED TO WS-ASSUR-CLIENTNO
                END-IF
                PERFORM PARA-MASTER-REWRITE
                IF WS-MASTER-STATUS = '00' THEN
                   IF WS-NEW-CLIENT NOT = WS-OLD-CLIENT THEN
                      PERFORM PARA-XREF-RECLIENT
                   END-IF
                   PERFORM PARA-TRANS-APPLIED
                ELSE
                   MOVE 'MASTER REWRITE FAILED' TO WS-NEW-REASON
                   PERFORM PARA-TRANS-REJECTED
                END-IF
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Retire through the feed the same way the maintenance menu does:
      *status CANCELED, never a physical delete, and a live contract
      *only once a second user approves it
       PARA-APPLY-TRANS-RET.
       MOVE WS-NEW-CONTRACT TO WS-MAINT-CONTRACT.
       PERFORM PARA-FIND-CONTRACT.
       IF WS-MAINT-FOUND = 'N' THEN
          MOVE 'CONTRACT NOT FOUND' TO WS-NEW-REASON
          PERFORM PARA-TRANS-REJECTED
       ELSE
          MOVE MAS-REC TO WS-PEND-OLD-REC
          MOVE 'CANCELED' TO WS-ASSUR-STATUS
          MOVE 'RET' TO WS-PEND-ACTION
          PERFORM PARA-PEND-CHECK
          IF WS-PEND-HOLD = 'Y' THEN
             PERFORM PARA-TRANS-HOLD
          ELSE
             PERFORM PARA-MASTER-REWRITE
             IF WS-MASTER-STATUS = '00' THEN
                PERFORM PARA-TRANS-APPLIED
             ELSE
                MOVE 'MASTER REWRITE FAILED' TO WS-NEW-REASON
      *
      ******************************************************************
      *
      *Cancellation through the feed: effective date and reason ride
      *at the end of the record, everything else is taken off the
      *master. A cancellation that passes its checks waits on the
      *approval queue; the refund is worked out when it is approved.
       PARA-APPLY-TRANS-CAN.
       MOVE WS-NEW-CONTRACT TO WS-MAINT-CONTRACT.
       MOVE TR-EFFDATE TO WS-CAN-EFFDATE.
       MOVE FUNCTION UPPER-CASE(TR-CANREASON) TO WS-CAN-REASON.
       PERFORM PARA-FIND-CONTRACT.
       IF WS-MAINT-FOUND = 'N' THEN
          MOVE 'CONTRACT NOT FOUND' TO WS-NEW-REASON
          PERFORM PARA-TRANS-REJECTED
       ELSE
          IF WS-RETPREM-OK = 'N' THEN
             MOVE 'RETURN-PREMIUM FILE NOT OPEN' TO WS-NEW-REASON
             PERFORM PARA-TRANS-REJECTED
          ELSE
             PERFORM PARA-VALIDATE-CANCEL
             IF WS-CAN-VALID = 'Y' THEN
                PERFORM PARA-PEND-HOLD-CANCEL
                PERFORM PARA-TRANS-HOLD
             ELSE
                PERFORM PARA-TRANS-REJECTED
             END-IF
          END-IF
       END-IF.
      *
      *
      ******************************************************************
      *
      *A transaction past the approval limits goes on the queue; one
      *the queue cannot take is rejected
       PARA-TRANS-HOLD.
       PERFORM PARA-PEND-HOLD.
       IF WS-PEND-WRITTEN = 'Y' THEN
          PERFORM PARA-TRANS-HELD
       ELSE
          PERFORM PARA-TRANS-REJECTED
       END-IF.
      *
      ******************************************************************
      *
       PARA-TRANS-HELD.
       ADD 1 TO WS-TRANS-HELD.
       MOVE WS-TRANS-SEQ TO DR-SEQ.
       MOVE WS-TRANS-ACTION TO DR-ACTION.
       MOVE WS-NEW-CONTRACT TO DR-CONTRACT.
       MOVE 'PENDING' TO DR-RESULT.
       MOVE WS-PEND-REASON TO DR-REASON.
       WRITE FD-DISP-REC.
      *
      ******************************************************************
      *
      *Approval limits off assurances-approval.dat: PREMIUMPCT, the
      *premium change in percent (either way) above which a change
      *needs a second user, and AGEDAYS, the days an item may wait
      *before the ageing report flags it. Without the file the limits
      *stay at 10 percent and 5 days; a line that cannot be read is
      *reported and left out.
       PARA-LOAD-APPROVAL-LIMITS.
       MOVE 10 TO WS-APR-PCT.
       MOVE 5 TO WS-APR-DAYS.
       MOVE 0 TO WS-APR-REJECTED.
       MOVE 'N' TO WS-EOF2.
       OPEN INPUT APPRLIMIT-REF.
       IF WS-APRLIM-STATUS NOT = '00' THEN
          DISPLAY 'No approval limits on record '
                  '(assurances-approval.dat) - premium changes over '
                  '10 percent are held, items age after 5 days.'
       ELSE
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ APPRLIMIT-REF
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   PERFORM PARA-LOAD-ONE-LIMIT
             END-READ
          END-PERFORM
          CLOSE APPRLIMIT-REF
          IF WS-APR-REJECTED > 0 THEN
             DISPLAY 'WARNING: ' WS-APR-REJECTED ' approval limit '
                     'line(s) left out.'
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-LOAD-ONE-LIMIT.
       MOVE 'Y' TO WS-APR-LINE-OK.
       IF AL-VALUE = SPACES THEN
          MOVE 'N' TO WS-APR-LINE-OK
       ELSE
          COMPUTE WS-APR-VALUE = FUNCTION NUMVAL(AL-VALUE)
             ON SIZE ERROR
                MOVE 'N' TO WS-APR-LINE-OK
          END-COMPUTE
       END-IF.
       IF WS-APR-LINE-OK = 'Y' THEN
          EVALUATE FUNCTION UPPER-CASE(AL-KEY)
             WHEN 'PREMIUMPCT'
                IF WS-APR-VALUE > 999.99 THEN
                   MOVE 'N' TO WS-APR-LINE-OK
                ELSE
                   MOVE WS-APR-VALUE TO WS-APR-PCT
                END-IF
             WHEN 'AGEDAYS   '
                IF WS-APR-VALUE > 999 THEN
                   MOVE 'N' TO WS-APR-LINE-OK
                ELSE
                   MOVE WS-APR-VALUE TO WS-APR-DAYS
                END-IF
             WHEN OTHER
                MOVE 'N' TO WS-APR-LINE-OK
          END-EVALUATE
       END-IF.
       IF WS-APR-LINE-OK = 'N' THEN
          ADD 1 TO WS-APR-REJECTED
          DISPLAY 'WARNING: approval limit line "' AL-KEY ' '
                  AL-VALUE '" not understood - left out.'
       END-IF.
      *
      ******************************************************************
      *
      *Open the approval queue for keyed upkeep, creating it on first
      *use, and find the next free item number; without it the
      *changes that need a second user are refused
       PARA-OPEN-PENDING.
       MOVE 'N' TO WS-PEND-OK.
       OPEN I-O PENDING-ASSUR.
       IF WS-PENDING-STATUS = '35' THEN
          OPEN OUTPUT PENDING-ASSUR
          CLOSE PENDING-ASSUR
          OPEN I-O PENDING-ASSUR
       END-IF.
       IF WS-PENDING-STATUS = '00' THEN
          MOVE 'Y' TO WS-PEND-OK
          PERFORM PARA-SEED-PENDING
       ELSE
          DISPLAY 'WARNING: cannot open approval queue '
                  'assurances-pending.idx - status '
                  WS-PENDING-STATUS ' - changes needing approval '
                  'will be refused.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLOSE-PENDING.
       IF WS-PEND-OK = 'Y' THEN
          CLOSE PENDING-ASSUR
          MOVE 'N' TO WS-PEND-OK
       END-IF.
      *
      ******************************************************************
      *
      *Next item number above the highest one already on the queue
       PARA-SEED-PENDING.
       MOVE 1 TO WS-PEND-NEXT.
       MOVE 'N' TO WS-PEND-EOF.
       MOVE 0 TO PQ-ID.
       START PENDING-ASSUR KEY IS NOT LESS THAN PQ-ID
          INVALID KEY
             MOVE 'Y' TO WS-PEND-EOF
       END-START.
       PERFORM UNTIL WS-PEND-EOF = 'Y'
          READ PENDING-ASSUR NEXT RECORD
             AT END
                MOVE 'Y' TO WS-PEND-EOF
             NOT AT END
                IF PQ-ID >= WS-PEND-NEXT THEN
                   COMPUTE WS-PEND-NEXT = PQ-ID + 1
                END-IF
          END-READ
       END-PERFORM.
      *
      ******************************************************************
      *
      *Does taking the policy from WS-PEND-OLD-REC to WS-ASSUR-REC need
      *a second user: taking a live contract off the book, a currency
      *or client switch, or a premium moved by more than the limit
      *either way. WS-PEND-HOLD 'Y' with the first reason found in
      *WS-PEND-REASON.
       PARA-PEND-CHECK.
       MOVE 'N' TO WS-PEND-HOLD.
       MOVE SPACES TO WS-PEND-REASON.
       EVALUATE TRUE
          WHEN (WS-ASSUR-STATUS = 'CANCELED' OR
                WS-ASSUR-STATUS = 'LAPSED') AND
               PV-STATUS NOT = 'CANCELED' AND
               PV-STATUS NOT = 'LAPSED'
             MOVE 'RETIREMENT' TO WS-PEND-REASON
          WHEN WS-ASSUR-CURRENCY NOT = PV-CURRENCY
             MOVE 'CURRENCY CHANGE' TO WS-PEND-REASON
          WHEN WS-ASSUR-CLIENT NOT = PV-CLIENT
             MOVE 'CLIENT CHANGE' TO WS-PEND-REASON
          WHEN WS-ASSUR-AMOUNT NOT = PV-AMOUNT
             PERFORM PARA-PEND-CHECK-PREMIUM
       END-EVALUATE.
       IF WS-PEND-REASON NOT = SPACES THEN
          MOVE 'Y' TO WS-PEND-HOLD
       END-IF.
      *
      ******************************************************************
      *
      *Premium change in percent of the old premium; a premium moved
      *off zero, or one that is not a number, always needs approval
       PARA-PEND-CHECK-PREMIUM.
       IF PV-AMOUNT IS NOT NUMERIC OR
              WS-ASSUR-AMOUNT IS NOT NUMERIC THEN
          MOVE 'PREMIUM CHANGE' TO WS-PEND-REASON
       ELSE
          MOVE PV-AMOUNT TO WS-PEND-OLDAMT
          MOVE WS-ASSUR-AMOUNT TO WS-PEND-NEWAMT
          IF WS-PEND-NEWAMT > WS-PEND-OLDAMT THEN
             COMPUTE WS-PEND-DIFF = WS-PEND-NEWAMT - WS-PEND-OLDAMT
          ELSE
             COMPUTE WS-PEND-DIFF = WS-PEND-OLDAMT - WS-PEND-NEWAMT
          END-IF
          IF WS-PEND-OLDAMT = 0 THEN
             IF WS-PEND-DIFF > 0 THEN
                MOVE 'PREMIUM CHANGE FROM ZERO' TO WS-PEND-REASON
             END-IF
          ELSE
             COMPUTE WS-PEND-PCT ROUNDED =
                     WS-PEND-DIFF * 100 / WS-PEND-OLDAMT
                ON SIZE ERROR
                   MOVE 99999.99 TO WS-PEND-PCT
             END-COMPUTE
             IF WS-PEND-PCT > WS-APR-PCT THEN
                MOVE 'PREMIUM CHANGE OVER LIMIT' TO WS-PEND-REASON
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *A cancellation that passed its checks always takes a live
      *contract off the book, so it always waits for a second user
       PARA-PEND-HOLD-CANCEL.
       MOVE MAS-REC TO WS-PEND-OLD-REC.
       MOVE 'CANCELED' TO WS-ASSUR-STATUS.
       MOVE 'CAN' TO WS-PEND-ACTION.
       MOVE 'CANCELLATION' TO WS-PEND-REASON.
      *
      ******************************************************************
      *
      *File the change in WS-ASSUR-REC (action WS-PEND-ACTION) on the
      *approval queue instead of the master, keyed by this user, and
      *journal that it is waiting; WS-PEND-WRITTEN 'N' with
      *WS-NEW-REASON set when the queue cannot take it
       PARA-PEND-HOLD.
       MOVE 'N' TO WS-PEND-WRITTEN.
       IF WS-PEND-OK = 'N' THEN
          MOVE 'APPROVAL QUEUE UNAVAILABLE' TO WS-NEW-REASON
       ELSE
          PERFORM PARA-BUILD-TIMESTAMP
          MOVE WS-PEND-NEXT TO PQ-ID
          MOVE 'PENDING' TO PQ-STATUS
          MOVE WS-PEND-ACTION TO PQ-ACTION
          MOVE WS-ASSUR-CONTRACT TO PQ-CONTRACT
          MOVE WS-PEND-REASON TO PQ-REASON
          MOVE WS-OPER-USER TO PQ-KEYUSER
          MOVE WS-LOG-MODE TO PQ-KEYMODE
          MOVE AR-TIMESTAMP-WS TO PQ-KEYSTAMP
          IF WS-PEND-ACTION = 'CAN' THEN
             MOVE WS-CAN-EFFDATE TO PQ-EFFDATE
             MOVE WS-CAN-REASON TO PQ-CANREASON
          ELSE
             MOVE SPACES TO PQ-EFFDATE
             MOVE SPACES TO PQ-CANREASON
          END-IF
          MOVE SPACES TO PQ-DECUSER
          MOVE SPACES TO PQ-DECSTAMP
          MOVE WS-PEND-OLD-REC TO PQ-OLD-IMAGE
          PERFORM PARA-MOVE-WS-TO-MASTER
          MOVE MAS-REC TO PQ-NEW-IMAGE
          WRITE PQ-REC
             INVALID KEY
                DISPLAY 'ERROR: approval queue write failed for '
                        'contract ' WS-ASSUR-CONTRACT ' - status '
                        WS-PENDING-STATUS
                PERFORM PARA-SET-RC-ERROR
                MOVE 'APPROVAL QUEUE WRITE FAILED' TO WS-NEW-REASON
             NOT INVALID KEY
                MOVE 'Y' TO WS-PEND-WRITTEN
                ADD 1 TO WS-PEND-NEXT
          END-WRITE
       END-IF.
       IF WS-PEND-WRITTEN = 'Y' THEN
          MOVE 'HLD' TO WS-JRNL-ACTION
          MOVE WS-ASSUR-CONTRACT TO WS-JRNL-CONTRACT
          MOVE 'PENDING' TO WS-JF-FIELD
          MOVE WS-PEND-REASON TO WS-JF-OLD
          MOVE SPACES TO WS-JF-NEW
          STRING 'ITEM ' DELIMITED BY SIZE
                 PQ-ID DELIMITED BY SIZE
                 INTO WS-JF-NEW
          PERFORM PARA-JOURNAL-WRITE
       END-IF.
      *
      ******************************************************************
      *
      *Four-eyes approval: list what waits on the approval queue and
      *let a user other than the one who keyed each item approve it
      *onto the master or reject it. The approver is the user the
      *journal records against the change; the APR or REJ journal
      *record beside it names who keyed it.
       PARA-APPROVAL-MODE.
       IF WS-OPER-USER = 'UNKNOWN' THEN
          DISPLAY 'ERROR: no USER set for this session - approvals '
                  'need a known second user.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          PERFORM PARA-OPEN-PENDING
          IF WS-PEND-OK = 'N' THEN
             PERFORM PARA-SET-RC-ERROR
          ELSE
             PERFORM PARA-OPEN-XREF
             PERFORM PARA-OPEN-RETPREM
             MOVE 0 TO WS-PEND-APPLIED
             MOVE 0 TO WS-PEND-REFUSED
             MOVE 'N' TO WS-PEND-DONE
             PERFORM UNTIL WS-PEND-DONE = 'Y'
                PERFORM PARA-PEND-LIST
                IF WS-PEND-COUNT = 0 THEN
                   DISPLAY 'Nothing waiting for approval.'
                   MOVE 'Y' TO WS-PEND-DONE
                ELSE
                   DISPLAY ' '
                   DISPLAY 'Item number to decide (0 = exit): '
                           WITH NO ADVANCING
                   ACCEPT WS-PEND-ID-IN
                   IF WS-PEND-ID-IN = 0 THEN
                      MOVE 'Y' TO WS-PEND-DONE
                   ELSE
                      PERFORM PARA-PEND-DECIDE
                   END-IF
                END-IF
             END-PERFORM
             IF WS-PEND-APPLIED > 0 THEN
                PERFORM PARA-REWRITE-CSV
             END-IF
             DISPLAY WS-PEND-APPLIED ' item(s) approved, '
                     WS-PEND-REFUSED ' rejected.'
             PERFORM PARA-CLOSE-RETPREM
             PERFORM PARA-CLOSE-XREF
             PERFORM PARA-CLOSE-PENDING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Every item still pending, oldest first
       PARA-PEND-LIST.
       MOVE 0 TO WS-PEND-COUNT.
       MOVE 'N' TO WS-PEND-EOF.
       MOVE 0 TO PQ-ID.
       START PENDING-ASSUR KEY IS NOT LESS THAN PQ-ID
          INVALID KEY
             MOVE 'Y' TO WS-PEND-EOF
       END-START.
       PERFORM UNTIL WS-PEND-EOF = 'Y'
          READ PENDING-ASSUR NEXT RECORD
             AT END
                MOVE 'Y' TO WS-PEND-EOF
             NOT AT END
                IF PQ-STATUS = 'PENDING' THEN
                   ADD 1 TO WS-PEND-COUNT
                   PERFORM PARA-PEND-SHOW
                END-IF
          END-READ
       END-PERFORM.
      *
      ******************************************************************
      *
       PARA-PEND-SHOW.
       MOVE PQ-KEYSTAMP(1:8) TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       DISPLAY ' '.
       DISPLAY 'Item ' PQ-ID ' ' PQ-ACTION ' ' PQ-CONTRACT ' - '
               FUNCTION TRIM(PQ-REASON) ' - keyed by ' PQ-KEYUSER
               ' (' FUNCTION TRIM(PQ-KEYMODE) ') on '
               WS-FMT-DATE-OUT.
       IF PQ-ACTION = 'CAN' THEN
          MOVE PQ-EFFDATE TO WS-FMT-DATE-IN
          PERFORM PARA-FORMAT-DATE-DISP
          DISPLAY '   cancel effective ' WS-FMT-DATE-OUT
                  ' reason ' PQ-CANREASON
       ELSE
          MOVE PQ-OLD-IMAGE TO WS-PEND-OLD-REC
          MOVE PQ-NEW-IMAGE TO WS-PEND-NEW-REC
          PERFORM PARA-PEND-SHOW-CHANGES
       END-IF.
      *
      ******************************************************************
      *
      *Each field the held change would alter, before and after
       PARA-PEND-SHOW-CHANGES.
       IF PV-CODE NOT = PN-CODE THEN
          DISPLAY '   CODE     ' PV-CODE ' -> ' PN-CODE
       END-IF.
       IF PV-PRODUCT NOT = PN-PRODUCT THEN
          DISPLAY '   PRODUCT  ' PV-PRODUCT ' -> ' PN-PRODUCT
       END-IF.
       IF PV-CLIENT NOT = PN-CLIENT THEN
          DISPLAY '   CLIENT   ' FUNCTION TRIM(PV-CLIENT) ' -> '
                  FUNCTION TRIM(PN-CLIENT)
       END-IF.
       IF PV-STATUS NOT = PN-STATUS THEN
          DISPLAY '   STATUS   ' PV-STATUS ' -> ' PN-STATUS
       END-IF.
       IF PV-STDATE NOT = PN-STDATE THEN
          DISPLAY '   STDATE   ' PV-STDATE ' -> ' PN-STDATE
       END-IF.
       IF PV-ENDDATE NOT = PN-ENDDATE THEN
          DISPLAY '   ENDDATE  ' PV-ENDDATE ' -> ' PN-ENDDATE
       END-IF.
       IF PV-AMOUNT NOT = PN-AMOUNT THEN
          DISPLAY '   AMOUNT   ' PV-AMOUNT ' -> ' PN-AMOUNT
       END-IF.
       IF PV-CURRENCY NOT = PN-CURRENCY THEN
          DISPLAY '   CURRENCY ' PV-CURRENCY ' -> ' PN-CURRENCY
       END-IF.
       IF PV-AGENCY NOT = PN-AGENCY THEN
          DISPLAY '   AGENCY   ' PV-AGENCY ' -> ' PN-AGENCY
       END-IF.
       IF PV-FREQ NOT = PN-FREQ THEN
          DISPLAY '   FREQ     ' PV-FREQ ' -> ' PN-FREQ
       END-IF.
      *
      ******************************************************************
      *
      *Only a pending item keyed by somebody else can be decided
       PARA-PEND-DECIDE.
       MOVE 'N' TO WS-PEND-FOUND.
       MOVE WS-PEND-ID-IN TO PQ-ID.
       READ PENDING-ASSUR
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE 'Y' TO WS-PEND-FOUND
       END-READ.
       EVALUATE TRUE
          WHEN WS-PEND-FOUND = 'N'
             DISPLAY 'No item ' WS-PEND-ID-IN ' on the approval '
                     'queue.'
          WHEN PQ-STATUS NOT = 'PENDING'
             DISPLAY 'Item ' PQ-ID ' already '
                     FUNCTION TRIM(PQ-STATUS) ' by ' PQ-DECUSER '.'
          WHEN PQ-KEYUSER = WS-OPER-USER
             DISPLAY 'Item ' PQ-ID ' was keyed by you - it needs a '
                     'second user.'
          WHEN OTHER
             PERFORM PARA-PEND-SHOW
             DISPLAY '(A)pprove, (R)eject, blank to leave it: '
                     WITH NO ADVANCING
             ACCEPT WS-PEND-DECISION
             MOVE FUNCTION UPPER-CASE(WS-PEND-DECISION)
                                                 TO WS-PEND-DECISION
             EVALUATE WS-PEND-DECISION
                WHEN 'A'
                   PERFORM PARA-PEND-APPROVE
                WHEN 'R'
                   PERFORM PARA-PEND-REJECT
                WHEN OTHER
                   DISPLAY 'Item ' PQ-ID ' left pending.'
             END-EVALUATE
       END-EVALUATE.
      *
      ******************************************************************
      *
      *The change is applied only to the record it was keyed against -
      *a contract changed since then keeps the item pending until it
      *is rejected and keyed again
       PARA-PEND-APPROVE.
       MOVE 'N' TO WS-PEND-WRITTEN.
       MOVE PQ-CONTRACT TO WS-MAINT-CONTRACT.
       PERFORM PARA-FIND-CONTRACT.
       IF WS-MAINT-FOUND = 'N' THEN
          DISPLAY 'Contract ' PQ-CONTRACT ' is no longer on the '
                  'policy master - reject the item.'
       ELSE
          IF MAS-REC NOT = PQ-OLD-IMAGE THEN
             DISPLAY 'Contract ' PQ-CONTRACT ' has changed since '
                     'the item was keyed - reject it and key the '
                     'change again.'
          ELSE
             IF PQ-ACTION = 'CAN' THEN
                PERFORM PARA-PEND-APPLY-CANCEL
             ELSE
                PERFORM PARA-PEND-APPLY-CHANGE
             END-IF
          END-IF
       END-IF.
       IF WS-PEND-WRITTEN = 'Y' THEN
          MOVE 'APPROVED' TO PQ-STATUS
          MOVE 'APR' TO WS-JRNL-ACTION
          PERFORM PARA-PEND-DECIDED
          ADD 1 TO WS-PEND-APPLIED
       END-IF.
      *
      ******************************************************************
      *
      *An update or retirement: the held record goes onto the master,
      *a changed client name renumbered the way an update always is
       PARA-PEND-APPLY-CHANGE.
       MOVE WS-ASSUR-CLIENT TO WS-OLD-CLIENT.
       MOVE WS-ASSUR-CLIENTNO TO WS-OLD-CLIENTNO.
       MOVE PQ-NEW-IMAGE TO MAS-REC.
       PERFORM PARA-MOVE-MASTER-TO-WS.
       IF WS-ASSUR-CLIENT NOT = WS-OLD-CLIENT THEN
          MOVE WS-ASSUR-CLIENT TO WS-NEW-CLIENT
          PERFORM PARA-ASSIGN-CLIENTNO
          MOVE WS-CLIENTNO-ASSIGNED TO WS-ASSUR-CLIENTNO
       END-IF.
       PERFORM PARA-MASTER-REWRITE.
       IF WS-MASTER-STATUS = '00' THEN
          IF WS-ASSUR-CLIENT NOT = WS-OLD-CLIENT THEN
             PERFORM PARA-XREF-RECLIENT
          END-IF
          MOVE 'Y' TO WS-PEND-WRITTEN
          DISPLAY 'Item ' PQ-ID ' approved - contract '
                  PQ-CONTRACT ' updated.'
       END-IF.
      *
      ******************************************************************
      *
      *A cancellation is checked again and goes through in full -
      *refund, retirement and return-premium record - as of approval
       PARA-PEND-APPLY-CANCEL.
       IF WS-RETPREM-OK = 'N' THEN
          DISPLAY 'Return-premium file not available - no '
                  'cancellation can be approved in this session.'
       ELSE
          MOVE PQ-EFFDATE TO WS-CAN-EFFDATE
          MOVE PQ-CANREASON TO WS-CAN-REASON
          PERFORM PARA-CANCEL-POLICY
          IF WS-CAN-VALID = 'N' THEN
             DISPLAY 'Cancellation refused: ' WS-NEW-REASON
          ELSE
             MOVE 'Y' TO WS-PEND-WRITTEN
             MOVE WS-CAN-EFFDATE TO WS-FMT-DATE-IN
             PERFORM PARA-FORMAT-DATE-DISP
             MOVE WS-CAN-REFUND TO WS-CAN-REFUND-EDIT
             DISPLAY 'Item ' PQ-ID ' approved - policy cancelled '
                     'effective ' WS-FMT-DATE-OUT ' - return premium '
                     WS-CAN-REFUND-EDIT ' ' WS-ASSUR-CURRENCY ' for '
                     WS-CAN-UNEARNDAYS ' of ' WS-CAN-TERMDAYS
                     ' day(s).'
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-PEND-REJECT.
       MOVE 'REJECTED' TO PQ-STATUS.
       MOVE 'REJ' TO WS-JRNL-ACTION.
       PERFORM PARA-PEND-DECIDED.
       ADD 1 TO WS-PEND-REFUSED.
       DISPLAY 'Item ' PQ-ID ' rejected - the policy master is '
               'unchanged.'.
      *
      ******************************************************************
      *
      *Stamp the decision on the queue item and journal who keyed it
      *and who decided it
       PARA-PEND-DECIDED.
       PERFORM PARA-BUILD-TIMESTAMP.
       MOVE WS-OPER-USER TO PQ-DECUSER.
       MOVE AR-TIMESTAMP-WS TO PQ-DECSTAMP.
       REWRITE PQ-REC
          INVALID KEY
             DISPLAY 'ERROR: approval queue rewrite failed for item '
                     PQ-ID ' - status ' WS-PENDING-STATUS
             PERFORM PARA-SET-RC-ERROR
       END-REWRITE.
       MOVE PQ-CONTRACT TO WS-JRNL-CONTRACT.
       MOVE 'PENDING' TO WS-JF-FIELD.
       MOVE SPACES TO WS-JF-OLD.
       STRING 'ITEM ' DELIMITED BY SIZE
              PQ-ID DELIMITED BY SIZE
              ' KEYED BY ' DELIMITED BY SIZE
              PQ-KEYUSER DELIMITED BY SIZE
              INTO WS-JF-OLD.
       MOVE SPACES TO WS-JF-NEW.
       STRING PQ-STATUS DELIMITED BY SPACE
              ' BY ' DELIMITED BY SIZE
              WS-OPER-USER DELIMITED BY SIZE
              INTO WS-JF-NEW.
       PERFORM PARA-JOURNAL-WRITE.
      *
      ******************************************************************
      *
      *Ageing of the approval queue for the night window: every item
      *still pending more than the ageing limit of days after it was
      *keyed goes on assurances-pendage.dat, and any such item ends
      *the run with a warning
      *Usage: PENDAGE [days]
       PARA-PENDAGE-MODE.
       PERFORM PARA-LOAD-APPROVAL-LIMITS.
       IF WS-PARM2 NOT = SPACES THEN
          COMPUTE WS-APR-DAYS = FUNCTION NUMVAL(WS-PARM2)
       END-IF.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE WS-TS-DATE TO WS-DATE-NUM-1.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       MOVE 0 TO WS-PEND-COUNT.
       MOVE 0 TO WS-PEND-AGED.
       OPEN OUTPUT PENDAGE-RPT.
       IF WS-PENDAGE-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot open ageing report '
                  'assurances-pendage.dat - status '
                  WS-PENDAGE-STATUS
          PERFORM PARA-SET-RC-ERROR
       ELSE
          OPEN INPUT PENDING-ASSUR
          IF WS-PENDING-STATUS = '35' THEN
             DISPLAY 'No approval queue on record - nothing pending.'
          ELSE
             IF WS-PENDING-STATUS NOT = '00' THEN
                DISPLAY 'ERROR: cannot open approval queue '
                        'assurances-pending.idx - status '
                        WS-PENDING-STATUS
                PERFORM PARA-SET-RC-ERROR
             ELSE
                MOVE 'N' TO WS-PEND-EOF
                PERFORM UNTIL WS-PEND-EOF = 'Y'
                   READ PENDING-ASSUR NEXT RECORD
                      AT END
                         MOVE 'Y' TO WS-PEND-EOF
                      NOT AT END
                         IF PQ-STATUS = 'PENDING' THEN
                            PERFORM PARA-PENDAGE-ONE
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE PENDING-ASSUR
                DISPLAY WS-PEND-COUNT ' item(s) pending approval, '
                        WS-PEND-AGED ' waiting more than '
                        WS-APR-DAYS ' day(s) - see '
                        'assurances-pendage.dat'
                IF WS-PEND-AGED > 0 THEN
                   DISPLAY 'WARNING: ' WS-PEND-AGED ' change(s) '
                           'waiting for approval past the limit.'
                   PERFORM PARA-SET-RC-WARNING
                END-IF
             END-IF
          END-IF
          CLOSE PENDAGE-RPT
       END-IF.
      *
      ******************************************************************
      *
       PARA-PENDAGE-ONE.
       ADD 1 TO WS-PEND-COUNT.
       MOVE PQ-KEYSTAMP(1:8) TO WS-DATE-NUM-1.
       COMPUTE WS-PEND-DAYS = WS-TODAY-INT
                          - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       IF WS-PEND-DAYS > WS-APR-DAYS THEN
          ADD 1 TO WS-PEND-AGED
          MOVE PQ-ID TO PA-ID
          MOVE PQ-ACTION TO PA-ACTION
          MOVE PQ-CONTRACT TO PA-CONTRACT
          MOVE PQ-REASON TO PA-REASON
          MOVE PQ-KEYUSER TO PA-KEYUSER
          MOVE PQ-KEYSTAMP(1:8) TO PA-KEYDATE
          MOVE WS-PEND-DAYS TO PA-DAYS
          MOVE '*' TO PA-SEP1 PA-SEP2 PA-SEP3 PA-SEP4 PA-SEP5
                      PA-SEP6
          WRITE FD-PENDAGE-REC
       END-IF.
      *
      ******************************************************************
      *
      *Renewal paperwork: for every contract whose end date falls
      *within the next N days, write a premium call record (current
      *amount plus proposed dates rolled forward one term) and a
      *print-image notice letter, so the renewals desk no longer
      *retypes the expiring-contracts list by hand. The calls earlier
      *runs cut for terms still running stay on the file, so the later
      *instalments of a premium plan are still there to be matched
      *and chased.
       PARA-RENEWAL-MODE.
       IF WS-PARM2 NOT = SPACES THEN
          COMPUTE WS-EXPIRE-DAYS = FUNCTION NUMVAL(WS-PARM2)
       ELSE
          DISPLAY 'Enter number of days ahead to prepare renewals '
                  'for: ' WITH NO ADVANCING
          ACCEPT WS-EXPIRE-DAYS
       END-IF.

       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE WS-TS-DATE TO WS-DATE-NUM-1.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       MOVE WS-TS-DATE TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       MOVE WS-FMT-DATE-OUT TO WS-RUN-DATE-DISP.

       MOVE 0 TO WS-RENEW-COUNT.
       MOVE 'Y' TO WS-RENEW-OK.
       PERFORM PARA-LOAD-CARRY.
       OPEN OUTPUT RENEWAL-WORK.
       IF WS-RENEWAL-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot open premium call file '
          PERFORM PARA-SET-RC-ERROR
       ELSE
          OPEN OUTPUT NOTICE-RPT
          PERFORM PARA-OPEN-CONTACTS
          PERFORM PARA-OPEN-MAILING
          PERFORM PARA-MASTER-REWIND
          IF WS-EOF = 'N' THEN
             PERFORM PARA-MASTER-READ-NEXT
             END-IF
             PERFORM PARA-MASTER-READ-NEXT
          END-PERFORM
          PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-MAX
                      OR WS-RENEW-OK = 'N'
             IF WS-CY-DONE(WS-CARRY-IDX) = 'N' THEN
                PERFORM PARA-WRITE-CARRY-REC
             END-IF
          END-PERFORM
          CLOSE RENEWAL-WORK
          CLOSE NOTICE-RPT
          PERFORM PARA-CLOSE-MAILING
          PERFORM PARA-CLOSE-CONTACTS
          IF WS-RENEW-OK = 'Y' THEN
             DISPLAY WS-RENEW-COUNT ' renewal notice(s) prepared - '
                     'see assurances-renewal.dat and '
                     'assurances-notices.dat'
             DISPLAY WS-CARRY-COUNT ' premium call(s) from earlier '
                     'runs kept on assurances-renewal.dat'
          ELSE
             DISPLAY 'ERROR: premium call file is incomplete - do '
                     'not process it; rerun RENEWAL.'
      *
      ******************************************************************
      *
      *Premium call records: current premium plus the proposed renewal
      *term (both dates rolled forward by the product's renewal term,
      *one year when the product sets none), one record per
      *instalment of the contract's payment plan; the first
      *instalment is due by the current end date
       PARA-WRITE-RENEWAL-REC.
       MOVE 12 TO WS-ROLL-MONTHS.
       MOVE WS-ASSUR-PRODUCT TO WS-PROD-KEY.
       PERFORM PARA-FIND-PRODUCT.
       IF WS-PROD-FOUND = 'Y' THEN
          IF PD-TERM > 0 THEN
             MOVE PD-TERM TO WS-ROLL-MONTHS
          END-IF
       END-IF.
       MOVE WS-ASSUR-STDATE TO WS-ROLL-DATE-IN.
       PERFORM PARA-ROLL-DATE-MONTHS.
       MOVE WS-ROLL-DATE-OUT TO WS-NEW-STDATE-ROLLED.
       MOVE WS-ASSUR-ENDDATE TO WS-ROLL-DATE-IN.
       PERFORM PARA-ROLL-DATE-MONTHS.
       MOVE WS-ROLL-DATE-OUT TO WS-NEW-ENDDATE-ROLLED.
       MOVE WS-ROLL-MONTHS TO WS-INST-TERM.
       PERFORM PARA-BUILD-INST-SCHEDULE.

      *The contract's calls from earlier runs go ahead of the new
      *ones, so its calls stay together on the file oldest first;
      *the calls for the term being cut again are replaced
       PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                UNTIL WS-CARRY-IDX > WS-CARRY-MAX
                   OR WS-RENEW-OK = 'N'
          IF WS-CY-DONE(WS-CARRY-IDX) = 'N' AND
             WS-CY-CONTRACT(WS-CARRY-IDX) = WS-ASSUR-CONTRACT
             IF WS-CY-NEW-STDATE(WS-CARRY-IDX) =
                                             WS-NEW-STDATE-ROLLED
                MOVE 'Y' TO WS-CY-DONE(WS-CARRY-IDX)
             ELSE
                PERFORM PARA-WRITE-CARRY-REC
             END-IF
          END-IF
       END-PERFORM.

       MOVE WS-ASSUR-CONTRACT TO RW-CONTRACT.
       MOVE WS-ASSUR-CLIENT TO RW-CLIENT.
       MOVE WS-ASSUR-CURRENCY TO RW-CURRENCY.
       MOVE WS-NEW-STDATE-ROLLED TO RW-NEW-STDATE.
       MOVE WS-NEW-ENDDATE-ROLLED TO RW-NEW-ENDDATE.
       MOVE WS-INST-COUNT TO RW-INSTCOUNT.
       PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                UNTIL WS-INST-IDX > WS-INST-COUNT
                   OR WS-RENEW-OK = 'N'
          MOVE WS-INST-IDX TO RW-INSTNO
          MOVE WS-IS-DUEDATE(WS-INST-IDX) TO RW-DUEDATE
          MOVE WS-IS-AMOUNT(WS-INST-IDX) TO RW-INSTAMT
          WRITE FD-RENEW-REC
          IF WS-RENEWAL-STATUS NOT = '00' THEN
             MOVE 'N' TO WS-RENEW-OK
             DISPLAY 'ERROR: premium call write failed for contract '
                     WS-ASSUR-CONTRACT ' - status ' WS-RENEWAL-STATUS
             PERFORM PARA-SET-RC-ERROR
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *Calls already on the premium call file, read before RENEWAL
      *rewrites it: those whose renewal term has not yet ended are
      *kept, in file order
       PARA-LOAD-CARRY.
       MOVE 0 TO WS-CARRY-MAX.
       MOVE 0 TO WS-CARRY-COUNT.
       MOVE 'N' TO WS-CARRY-WARNED.
       MOVE 'N' TO WS-EOF2.
       OPEN INPUT RENEWAL-WORK.
       IF WS-RENEWAL-STATUS = '00' THEN
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ RENEWAL-WORK
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   IF RW-NEW-ENDDATE > WS-TS-DATE THEN
                      PERFORM PARA-LOAD-CARRY-ONE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RENEWAL-WORK
       END-IF.
      *
      ******************************************************************
      *
       PARA-LOAD-CARRY-ONE.
       IF WS-CARRY-MAX < 5000 THEN
          ADD 1 TO WS-CARRY-MAX
          MOVE RW-CONTRACT TO WS-CY-CONTRACT(WS-CARRY-MAX)
          MOVE RW-NEW-STDATE TO WS-CY-NEW-STDATE(WS-CARRY-MAX)
          MOVE 'N' TO WS-CY-DONE(WS-CARRY-MAX)
          MOVE FD-RENEW-REC TO WS-CY-REC(WS-CARRY-MAX)
       ELSE
          IF WS-CARRY-WARNED = 'N' THEN
             DISPLAY 'WARNING: more than 5000 open premium calls on '
                     'assurances-renewal.dat - calls beyond the table '
                     'are not kept.'
             MOVE 'Y' TO WS-CARRY-WARNED
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-WRITE-CARRY-REC.
       MOVE WS-CY-REC(WS-CARRY-IDX) TO FD-RENEW-REC.
       WRITE FD-RENEW-REC.
       MOVE 'Y' TO WS-CY-DONE(WS-CARRY-IDX).
       IF WS-RENEWAL-STATUS NOT = '00' THEN
          MOVE 'N' TO WS-RENEW-OK
          DISPLAY 'ERROR: premium call write failed for contract '
                  WS-CY-CONTRACT(WS-CARRY-IDX) ' - status '
                  WS-RENEWAL-STATUS
          PERFORM PARA-SET-RC-ERROR
       ELSE
          ADD 1 TO WS-CARRY-COUNT
       END-IF.
      *
      ******************************************************************
      *
      *Split the premium over the renewal term by the contract's
      *payment frequency: term months / months between instalments,
      *at least one. The premium is shared in whole units and the
      *rounding difference goes on the last instalment; instalment n
      *falls due (n - 1) intervals after the current end date. A plan
      *longer than the schedule table holds, or an unknown frequency,
      *is called in one amount the way every contract used to be.
       PARA-BUILD-INST-SCHEDULE.
       MOVE WS-ASSUR-FREQ TO WS-FREQ-CHECK.
       PERFORM PARA-CHECK-FREQ.
       COMPUTE WS-INST-COUNT = WS-INST-TERM / WS-INST-INTERVAL
          ON SIZE ERROR
             MOVE 99 TO WS-INST-COUNT
       END-COMPUTE.
       IF WS-INST-COUNT < 1 THEN
          MOVE 1 TO WS-INST-COUNT
       END-IF.
       IF WS-INST-COUNT > 60 THEN
          DISPLAY 'WARNING: contract ' WS-ASSUR-CONTRACT
                  ' - more than 60 instalments in the term, called '
                  'in one amount.'
          PERFORM PARA-SET-RC-WARNING
          MOVE 1 TO WS-INST-COUNT
       END-IF.
       IF WS-ASSUR-AMOUNT IS NUMERIC THEN
          MOVE WS-ASSUR-AMOUNT TO WS-INST-TOTAL
       ELSE
          MOVE 0 TO WS-INST-TOTAL
       END-IF.
       COMPUTE WS-INST-EACH = WS-INST-TOTAL / WS-INST-COUNT.
       PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                UNTIL WS-INST-IDX > WS-INST-COUNT
          COMPUTE WS-ROLL-MONTHS =
                     (WS-INST-IDX - 1) * WS-INST-INTERVAL
          MOVE WS-ASSUR-ENDDATE TO WS-ROLL-DATE-IN
          PERFORM PARA-ROLL-DATE-MONTHS
          MOVE WS-ROLL-DATE-OUT TO WS-IS-DUEDATE(WS-INST-IDX)
          IF WS-INST-IDX = WS-INST-COUNT THEN
             COMPUTE WS-IS-AMOUNT(WS-INST-IDX) = WS-INST-TOTAL
                        - (WS-INST-EACH * (WS-INST-COUNT - 1))
          ELSE
             MOVE WS-INST-EACH TO WS-IS-AMOUNT(WS-INST-IDX)
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *One printable letter body per contract, under the client's
      *address block and in the client's correspondence language
       PARA-WRITE-NOTICE-LETTER.
       MOVE WS-ASSUR-CLIENTNO TO WS-CONTACT-KEY.
       MOVE WS-ASSUR-CLIENT TO WS-ADB-NAME.
       PERFORM PARA-ADDRESS-BLOCK.
       MOVE 'NOTICE' TO WS-MAIL-DOCTYPE.
       MOVE WS-ASSUR-CONTRACT TO WS-MAIL-CONTRACT.
       PERFORM PARA-WRITE-MAILING.
       MOVE ALL '=' TO FD-NOTICE-LINE.
       WRITE FD-NOTICE-LINE.
       MOVE SPACES TO FD-NOTICE-LINE.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'AVIS DE RENOUVELLEMENT - ' DELIMITED BY SIZE
                 WS-RUN-DATE-DISP DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       ELSE
          STRING 'RENEWAL NOTICE - ' DELIMITED BY SIZE
                 WS-RUN-DATE-DISP DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       END-IF.
       WRITE FD-NOTICE-LINE.
       MOVE SPACES TO FD-NOTICE-LINE.
       WRITE FD-NOTICE-LINE.
       PERFORM VARYING WS-ADB-IDX FROM 1 BY 1
                UNTIL WS-ADB-IDX > WS-ADB-COUNT
          MOVE SPACES TO FD-NOTICE-LINE
          MOVE WS-ADB-LINE(WS-ADB-IDX) TO FD-NOTICE-LINE(5:60)
          WRITE FD-NOTICE-LINE
       END-PERFORM.
       MOVE SPACES TO FD-NOTICE-LINE.
       WRITE FD-NOTICE-LINE.
       MOVE SPACES TO FD-NOTICE-LINE.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'OBJET : CONTRAT ' DELIMITED BY SIZE
                 WS-ASSUR-CONTRACT DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 WS-ASSUR-PRODUCT DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       ELSE
          STRING 'RE: CONTRACT ' DELIMITED BY SIZE
                 WS-ASSUR-CONTRACT DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 WS-ASSUR-PRODUCT DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       END-IF.
       WRITE FD-NOTICE-LINE.
       MOVE SPACES TO FD-NOTICE-LINE.
       MOVE WS-ASSUR-ENDDATE TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'VOTRE CONTRAT EXPIRE LE ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       ELSE
          STRING 'YOUR CONTRACT EXPIRES ON ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       END-IF.
       WRITE FD-NOTICE-LINE.
       MOVE SPACES TO FD-NOTICE-LINE.
       MOVE WS-NEW-STDATE-ROLLED TO WS-FMT-DATE-IN.
       MOVE WS-FMT-DATE-OUT TO WS-FMT-DATE-OUT2.
       MOVE WS-NEW-ENDDATE-ROLLED TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'NOUS VOUS PROPOSONS DE LE RENOUVELER DU '
                                                  DELIMITED BY SIZE
                 WS-FMT-DATE-OUT2 DELIMITED BY SIZE
                 ' AU ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       ELSE
          STRING 'WE PROPOSE RENEWAL FROM ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT2 DELIMITED BY SIZE
                 ' TO ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       END-IF.
       WRITE FD-NOTICE-LINE.
       MOVE SPACES TO FD-NOTICE-LINE.
       MOVE WS-ASSUR-ENDDATE TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       IF WS-INST-COUNT > 1 THEN
          PERFORM PARA-WRITE-NOTICE-SCHEDULE
       ELSE
          IF WS-DOC-LANG = 'FR' THEN
             STRING 'APPEL DE PRIME : ' DELIMITED BY SIZE
                    WS-ASSUR-AMOUNT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ASSUR-CURRENCY DELIMITED BY SIZE
                    ' A REGLER AVANT LE ' DELIMITED BY SIZE
                    WS-FMT-DATE-OUT DELIMITED BY SIZE
                    '.' DELIMITED BY SIZE
                    INTO FD-NOTICE-LINE
          ELSE
             STRING 'PREMIUM CALL: ' DELIMITED BY SIZE
                    WS-ASSUR-AMOUNT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ASSUR-CURRENCY DELIMITED BY SIZE
                    ' DUE BY ' DELIMITED BY SIZE
                    WS-FMT-DATE-OUT DELIMITED BY SIZE
                    '.' DELIMITED BY SIZE
                    INTO FD-NOTICE-LINE
          END-IF
          WRITE FD-NOTICE-LINE
       END-IF.
       IF WS-DOC-LANG = 'FR' THEN
          MOVE 'MERCI DE CONTACTER VOTRE AGENT POUR CONFIRMER LE '
                                                  TO FD-NOTICE-LINE
          WRITE FD-NOTICE-LINE
          MOVE 'RENOUVELLEMENT.' TO FD-NOTICE-LINE
       ELSE
          MOVE 'PLEASE CONTACT YOUR AGENT TO CONFIRM RENEWAL.'
                                                  TO FD-NOTICE-LINE
       END-IF.
       WRITE FD-NOTICE-LINE.
       MOVE SPACES TO FD-NOTICE-LINE.
       WRITE FD-NOTICE-LINE.
      *
      ******************************************************************
      *
      *Premium plan on the notice: the premium for the term and one
      *line per instalment with its due date and amount
       PARA-WRITE-NOTICE-SCHEDULE.
       MOVE SPACES TO FD-NOTICE-LINE.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'PRIME POUR LA PERIODE : ' DELIMITED BY SIZE
                 WS-ASSUR-AMOUNT DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-ASSUR-CURRENCY DELIMITED BY SIZE
                 ', PAYABLE EN ' DELIMITED BY SIZE
                 WS-INST-COUNT DELIMITED BY SIZE
                 ' ECHEANCES :' DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       ELSE
          STRING 'PREMIUM FOR THE TERM: ' DELIMITED BY SIZE
                 WS-ASSUR-AMOUNT DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-ASSUR-CURRENCY DELIMITED BY SIZE
                 ', PAYABLE IN ' DELIMITED BY SIZE
                 WS-INST-COUNT DELIMITED BY SIZE
                 ' INSTALMENTS:' DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
       END-IF.
       WRITE FD-NOTICE-LINE.
       PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                UNTIL WS-INST-IDX > WS-INST-COUNT
          MOVE WS-IS-DUEDATE(WS-INST-IDX) TO WS-FMT-DATE-IN
          PERFORM PARA-FORMAT-DATE-DISP
          MOVE SPACES TO FD-NOTICE-LINE
          STRING '    ' DELIMITED BY SIZE
                 WS-INST-IDX DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 WS-IS-AMOUNT(WS-INST-IDX) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-ASSUR-CURRENCY DELIMITED BY SIZE
                 INTO FD-NOTICE-LINE
          WRITE FD-NOTICE-LINE
       END-PERFORM.
      *
      ******************************************************************
      *
      *Roll a YYYYMMDD date forward WS-ROLL-MONTHS calendar months; a
      *day the target month does not have (31st, 29 February) lands
      *on that month's last day. A date that does not parse (the
      *validation report flags those) passes through unchanged rather
      *than feeding garbage into the month arithmetic.
       PARA-ROLL-DATE-MONTHS.
       MOVE WS-ROLL-DATE-IN TO WS-ROLL-DATE-OUT.
       IF WS-ROLL-DATE-IN IS NUMERIC THEN
          MOVE WS-ROLL-DATE-IN(1:4) TO WS-ROLL-YEAR
          MOVE WS-ROLL-DATE-IN(5:2) TO WS-ROLL-MONTH-NUM
          MOVE WS-ROLL-DATE-IN(7:2) TO WS-ROLL-DAY
          IF WS-ROLL-MONTH-NUM >= 1 AND WS-ROLL-MONTH-NUM <= 12
             COMPUTE WS-ROLL-MONTH-NUM = (WS-ROLL-YEAR * 12)
                           + WS-ROLL-MONTH-NUM - 1 + WS-ROLL-MONTHS
             COMPUTE WS-ROLL-YEAR = WS-ROLL-MONTH-NUM / 12
             COMPUTE WS-ROLL-MONTH = WS-ROLL-MONTH-NUM
                           - (WS-ROLL-YEAR * 12) + 1
             MOVE WS-MONTH-MAX-DAY(WS-ROLL-MONTH) TO WS-ROLL-MAXDAY
             IF WS-ROLL-MONTH = 2 THEN
                IF FUNCTION MOD(WS-ROLL-YEAR, 4) = 0 AND
                   (FUNCTION MOD(WS-ROLL-YEAR, 100) NOT = 0 OR
                    FUNCTION MOD(WS-ROLL-YEAR, 400) = 0)
                   MOVE 29 TO WS-ROLL-MAXDAY
                END-IF
             END-IF
             IF WS-ROLL-DAY > WS-ROLL-MAXDAY THEN
                MOVE WS-ROLL-MAXDAY TO WS-ROLL-DAY
             END-IF
             MOVE WS-ROLL-YEAR TO WS-ROLL-DATE-OUT(1:4)
             MOVE WS-ROLL-MONTH TO WS-ROLL-DATE-OUT(5:2)
             MOVE WS-ROLL-DAY TO WS-ROLL-DATE-OUT(7:2)
          END-IF
       END-IF.
      *
       MOVE 'Y' TO WS-STMT-FIRST.

       OPEN OUTPUT STATEMENT-RPT.
       PERFORM PARA-OPEN-CONTACTS.
       PERFORM PARA-OPEN-MAILING.
       SORT SORT-WORK
            ON ASCENDING KEY SD-CLIENT SD-CURRENCY SD-CONTRACT
            INPUT PROCEDURE IS PARA-STMT-INPUT
            OUTPUT PROCEDURE IS PARA-STMT-OUTPUT.
       CLOSE STATEMENT-RPT.
       PERFORM PARA-CLOSE-MAILING.
       PERFORM PARA-CLOSE-CONTACTS.
       IF WS-STMT-FIRST = 'Y' THEN
          DISPLAY 'No contracts matched - no statement produced.'
       ELSE
             MOVE WS-ASSUR-STDATE TO SD-STDATE
             MOVE WS-ASSUR-ENDDATE TO SD-ENDDATE
             MOVE WS-ASSUR-AMOUNT TO SD-AMOUNT
             MOVE WS-ASSUR-CLIENTNO TO SD-CLIENTNO
             RELEASE SD-SORT-REC
          END-IF
          PERFORM PARA-MASTER-READ-NEXT
       MOVE 0 TO WS-STMT-CUR-TOTAL.
       ADD 1 TO WS-STMT-CLIENT-COUNT.
       MOVE 'N' TO WS-STMT-FIRST.
       MOVE SD-CLIENTNO TO WS-CONTACT-KEY.
       MOVE SD-CLIENT TO WS-ADB-NAME.
       PERFORM PARA-ADDRESS-BLOCK.
       MOVE WS-DOC-LANG TO WS-STMT-LANG.
       MOVE 'Y' TO WS-STMT-ADDR-DUE.
       MOVE 'STATEMNT' TO WS-MAIL-DOCTYPE.
       MOVE SPACES TO WS-MAIL-CONTRACT.
       PERFORM PARA-WRITE-MAILING.
       PERFORM PARA-STMT-NEW-PAGE.
      *
      ******************************************************************
      *
      *Statement page heading: title, run date, page number, the
      *client's name and the column headings, in the client's
      *language; the first page of a statement carries the address
      *block under the client's name
       PARA-STMT-NEW-PAGE.
       ADD 1 TO WS-STMT-PAGE.
       MOVE SPACES TO FD-STMT-LINE.
       IF WS-STMT-LANG = 'FR' THEN
          MOVE WS-SH-DATE TO WS-SHF-DATE
          MOVE WS-STMT-PAGE TO WS-SHF-PAGE
          MOVE WS-STMT-HDR-FR TO FD-STMT-LINE
       ELSE
          MOVE WS-STMT-PAGE TO WS-SH-PAGE
          MOVE WS-STMT-HDR TO FD-STMT-LINE
       END-IF.
       WRITE FD-STMT-LINE.
       MOVE WS-STMT-PREV-CLIENT TO WS-SC-CLIENT.
       MOVE SPACES TO FD-STMT-LINE.
       MOVE WS-STMT-CLIENT-LINE TO FD-STMT-LINE.
       WRITE FD-STMT-LINE.
       MOVE 4 TO WS-STMT-LINE-COUNT.
       IF WS-STMT-ADDR-DUE = 'Y' THEN
          PERFORM VARYING WS-ADB-IDX FROM 2 BY 1
                   UNTIL WS-ADB-IDX > WS-ADB-COUNT
             MOVE SPACES TO FD-STMT-LINE
             MOVE WS-ADB-LINE(WS-ADB-IDX) TO FD-STMT-LINE(9:60)
             WRITE FD-STMT-LINE
             ADD 1 TO WS-STMT-LINE-COUNT
          END-PERFORM
          MOVE SPACES TO FD-STMT-LINE
          WRITE FD-STMT-LINE
          ADD 1 TO WS-STMT-LINE-COUNT
          MOVE 'N' TO WS-STMT-ADDR-DUE
       END-IF.
       MOVE SPACES TO FD-STMT-LINE.
       IF WS-STMT-LANG = 'FR' THEN
          MOVE WS-STMT-COL-HDR-FR TO FD-STMT-LINE
       ELSE
          MOVE WS-STMT-COL-HDR TO FD-STMT-LINE
       END-IF.
       WRITE FD-STMT-LINE.
       MOVE SPACES TO FD-STMT-LINE.
       MOVE ALL '-' TO FD-STMT-LINE(1:74).
       WRITE FD-STMT-LINE.
      *
      ******************************************************************
      *
       MOVE WS-STMT-CUR-COUNT TO WS-EDIT-COUNT.
       MOVE WS-STMT-CUR-TOTAL TO WS-EDIT-AMOUNT.
       MOVE SPACES TO FD-STMT-LINE.
       IF WS-STMT-LANG = 'FR' THEN
          STRING '  SOUS-TOTAL ' DELIMITED BY SIZE
                 WS-STMT-PREV-CURR DELIMITED BY SIZE
                 ' : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 ' CONTRAT(S), ' DELIMITED BY SIZE
                 WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO FD-STMT-LINE
       ELSE
          STRING '  SUBTOTAL ' DELIMITED BY SIZE
                 WS-STMT-PREV-CURR DELIMITED BY SIZE
                 ' : ' DELIMITED BY SIZE
                 WS-EDIT-COUNT DELIMITED BY SIZE
                 ' CONTRACT(S), ' DELIMITED BY SIZE
                 WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO FD-STMT-LINE
       END-IF.
       WRITE FD-STMT-LINE.
       MOVE SPACES TO FD-STMT-LINE.
       WRITE FD-STMT-LINE.
          MOVE WS-GL-REGEN TO GH-REGEN
          WRITE FD-GL-HDR-REC
          PERFORM PARA-GL-EMIT-DELTAS
          PERFORM PARA-GL-EMIT-RENEWALS
          PERFORM PARA-GL-EMIT-REFUNDS
          MOVE 'TRL' TO GT-TYPE
          MOVE '*' TO GT-SEP1
          MOVE WS-GL-REC-COUNT TO GT-COUNT
      *longer carries (a contract whose amount or product moved shows
      *up as the paired movements of both combinations)
       PARA-GL-EMIT-DELTAS.
       MOVE '706' TO WS-GLW-ACCT.
       MOVE 'Y' TO WS-GLW-BYPROD.
       PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                UNTIL WS-GL-IDX > WS-GL-MAX
          PERFORM PARA-GL-EMIT-ONE
      *
      ******************************************************************
      *
      *Renewals accepted during the period being extracted, summed per
      *currency/product and posted to premium income; a missing log
      *just means nothing has been renewed yet
       PARA-GL-EMIT-RENEWALS.
       MOVE 0 TO WS-GLRN-MAX.
       OPEN INPUT RENEWLOG-ASSUR.
       IF WS-RENEWLOG-STATUS = '00' THEN
          MOVE 'N' TO WS-EOF2
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ RENEWLOG-ASSUR
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   IF RG-RENEWDATE(1:6) = WS-GL-PERIOD THEN
                      MOVE RG-CURRENCY TO WS-GLW-CURR
                      MOVE RG-PRODUCT TO WS-GLW-PROD
                      IF RG-AMOUNT IS NUMERIC THEN
                         MOVE RG-AMOUNT TO WS-AMOUNT-NUM
                      ELSE
                         MOVE 0 TO WS-AMOUNT-NUM
                      END-IF
                      PERFORM PARA-GL-ACCUM-MOVEMENT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RENEWLOG-ASSUR
       END-IF.
       MOVE '706' TO WS-GLW-ACCT.
       MOVE 'Y' TO WS-GLW-BYPROD.
       MOVE '+' TO WS-GLW-SIGN.
       PERFORM PARA-GL-EMIT-MOVEMENTS.
      *
      ******************************************************************
      *
      *Premium returned on cancellations made during the period,
      *summed per currency/product and posted to the return-premium
      *account as a reduction of income; no return-premium file just
      *means nothing has been cancelled yet
       PARA-GL-EMIT-REFUNDS.
       MOVE 0 TO WS-GLRN-MAX.
       OPEN INPUT RETPREM-ASSUR.
       IF WS-RETPREM-STATUS = '00' THEN
          MOVE 'N' TO WS-EOF2
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ RETPREM-ASSUR
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   IF RX-CANDATE(1:6) = WS-GL-PERIOD THEN
                      MOVE RX-CURRENCY TO WS-GLW-CURR
                      MOVE RX-PRODUCT TO WS-GLW-PROD
                      IF RX-REFUND IS NUMERIC THEN
                         MOVE RX-REFUND TO WS-AMOUNT-NUM
                      ELSE
                         MOVE 0 TO WS-AMOUNT-NUM
                      END-IF
                      PERFORM PARA-GL-ACCUM-MOVEMENT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RETPREM-ASSUR
       END-IF.
       MOVE '709' TO WS-GLW-ACCT.
       MOVE 'N' TO WS-GLW-BYPROD.
       MOVE '-' TO WS-GLW-SIGN.
       PERFORM PARA-GL-EMIT-MOVEMENTS.
      *
      ******************************************************************
      *
      *One posting per currency/product the movement table holds, to
      *the account and with the sign the caller set
       PARA-GL-EMIT-MOVEMENTS.
       PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                UNTIL WS-GL-IDX > WS-GLRN-MAX
          IF WS-GN-TOTAL(WS-GL-IDX) NOT = 0
             MOVE WS-GN-CURR(WS-GL-IDX) TO WS-GLW-CURR
             MOVE WS-GN-PROD(WS-GL-IDX) TO WS-GLW-PROD
             MOVE WS-GN-COUNT(WS-GL-IDX) TO WS-GLW-COUNT
             MOVE WS-GN-TOTAL(WS-GL-IDX) TO WS-GLW-AMOUNT
             PERFORM PARA-GL-WRITE-POSTING
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *Add WS-AMOUNT-NUM into the movement table under WS-GLW-CURR/
      *WS-GLW-PROD
       PARA-GL-ACCUM-MOVEMENT.
       MOVE 'N' TO WS-SUM-FOUND.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-GLRN-MAX
          IF WS-GN-CURR(WS-SUM-IDX) = WS-GLW-CURR AND
             WS-GN-PROD(WS-SUM-IDX) = WS-GLW-PROD
             ADD 1 TO WS-GN-COUNT(WS-SUM-IDX)
             ADD WS-AMOUNT-NUM TO WS-GN-TOTAL(WS-SUM-IDX)
             MOVE 'Y' TO WS-SUM-FOUND
          END-IF
       END-PERFORM.
       IF WS-SUM-FOUND = 'N' THEN
          IF WS-GLRN-MAX < 200 THEN
             ADD 1 TO WS-GLRN-MAX
             MOVE WS-GLW-CURR TO WS-GN-CURR(WS-GLRN-MAX)
             MOVE WS-GLW-PROD TO WS-GN-PROD(WS-GLRN-MAX)
             MOVE 1 TO WS-GN-COUNT(WS-GLRN-MAX)
             MOVE WS-AMOUNT-NUM TO WS-GN-TOTAL(WS-GLRN-MAX)
          ELSE
             DISPLAY 'ERROR: more than 200 currency/product '
                     'combinations renewed or returned - movements '
                     'beyond the table are NOT posted.'
             PERFORM PARA-SET-RC-ERROR
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Month-end unearned premium reserve off the position snapshot of
      *the as-of date: each contract's premium split on a day basis
      *into earned to date and unearned, totalled per currency/
      *product, compared with the reserve last taken and the change
      *posted to 487 (premium received in advance) in the GL
      *extract's HDR/PST/TRL layout. Contracts cancelled or lapsed are
      *off risk and hold no reserve. As with GLEXTRACT, a date not
      *after the last one taken is refused and REGEN redoes the last.
      *Usage: UPR [YYYYMMDD] [REGEN]
       PARA-UPR-MODE.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE WS-TS-DATE TO WS-UPR-DATE.
       MOVE 'N' TO WS-UPR-REGEN.
       MOVE 'N' TO WS-UPR-REFUSED.
       IF FUNCTION UPPER-CASE(WS-PARM2) = 'REGEN' THEN
          MOVE 'Y' TO WS-UPR-REGEN
       ELSE
          IF WS-PARM2 NOT = SPACES THEN
             MOVE WS-PARM2(1:8) TO WS-UPR-DATE
          END-IF
          IF FUNCTION UPPER-CASE(WS-PARM3) = 'REGEN' THEN
             MOVE 'Y' TO WS-UPR-REGEN
          END-IF
       END-IF.
       MOVE WS-UPR-DATE TO WS-DATE-TO-CHECK.
       PERFORM PARA-CHECK-DATE-FIELD.
       IF WS-DATE-VALID = 'N' OR WS-PARM2(9:1) NOT = SPACE THEN
          DISPLAY 'ERROR: as-of date "' WS-PARM2 '" is not '
                  'YYYYMMDD - no reserve taken.'
          MOVE 'Y' TO WS-UPR-REFUSED
          PERFORM PARA-SET-RC-ERROR
       END-IF.

       IF WS-UPR-REFUSED = 'N' THEN
          PERFORM PARA-UPR-LOAD-STORE
          EVALUATE TRUE
             WHEN WS-UPR-REGEN = 'Y' AND
                  WS-UPR-DATE NOT = WS-UPR-BALDATE
                DISPLAY 'ERROR: only the reserve last taken ('
                        WS-UPR-BALDATE ') can be regenerated - no '
                        'reserve taken.'
                MOVE 'Y' TO WS-UPR-REFUSED
                PERFORM PARA-SET-RC-ERROR
             WHEN WS-UPR-REGEN = 'Y'
      *Regenerating the last run: compare against the reserve as it
      *stood before it
                PERFORM PARA-UPR-BASE-FROM-PRV
             WHEN WS-UPR-BALDATE NOT = SPACES AND
                  WS-UPR-DATE NOT > WS-UPR-BALDATE
                DISPLAY 'ERROR: the reserve was last taken as of '
                        WS-UPR-BALDATE ' - ' WS-UPR-DATE ' is not '
                        'after it; rerun that date with REGEN. No '
                        'reserve taken.'
                MOVE 'Y' TO WS-UPR-REFUSED
                PERFORM PARA-SET-RC-ERROR
             WHEN OTHER
                MOVE WS-UPR-BALDATE TO WS-UPR-BASEDATE
          END-EVALUATE
       END-IF.

       IF WS-UPR-REFUSED = 'N' THEN
          MOVE 0 TO WS-UPR-MAX
          MOVE 0 TO WS-UPR-SKIPPED
          MOVE 'N' TO WS-UPR-WARNED
          MOVE WS-UPR-DATE TO WS-DATE-NUM-1
          COMPUTE WS-UPR-ASOF-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1)
          MOVE WS-UPR-DATE(1:6) TO WS-UPR-PERIOD
          MOVE WS-UPR-DATE TO WS-ASOF-DATE
          MOVE 'Y' TO WS-ASOF-ACTIVE
          MOVE 'N' TO WS-ASOF-SCANNED
          MOVE 0 TO WS-ASOF-COUNT
          PERFORM PARA-SOURCE-REWIND
          IF WS-EOF = 'N' THEN
             PERFORM PARA-SOURCE-READ-NEXT
          END-IF
          PERFORM UNTIL WS-EOF = 'Y'
             PERFORM PARA-UPR-ACCUM-ONE
             PERFORM PARA-SOURCE-READ-NEXT
          END-PERFORM
          MOVE WS-ASOF-COUNT TO WS-UPR-SNAPCOUNT
          PERFORM PARA-END-ASOF
          IF WS-UPR-SNAPCOUNT = 0 THEN
             DISPLAY 'ERROR: no reserve taken - the as-of date needs '
                     'a POSITION snapshot of that date.'
             MOVE 'Y' TO WS-UPR-REFUSED
             PERFORM PARA-SET-RC-ERROR
          END-IF
       END-IF.

       IF WS-UPR-REFUSED = 'N' THEN
          PERFORM PARA-UPR-REPORT
          PERFORM PARA-UPR-SAVE-STORE
          DISPLAY WS-UPR-REC-COUNT ' reserve movement posting(s) '
                  'written to assurances-uprextract.dat, report in '
                  'assurances-upr.dat - hash total ' WS-UPR-HASH
          IF WS-UPR-SKIPPED > 0 THEN
             DISPLAY 'WARNING: ' WS-UPR-SKIPPED ' contract(s) with '
                     'an unusable amount or term left out of the '
                     'reserve.'
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Unearned share on a day basis: the days from the as-of date to
      *the end date over the days from start to end - all of it before
      *the term starts, none of it once it has ended
       PARA-UPR-ACCUM-ONE.
       IF WS-ASSUR-STATUS = 'CANCELED' OR
           WS-ASSUR-STATUS = 'LAPSED' THEN
          CONTINUE
       ELSE
          MOVE 'Y' TO WS-COV-DATES-OK
          MOVE WS-ASSUR-STDATE TO WS-DATE-TO-CHECK
          PERFORM PARA-CHECK-DATE-FIELD
          IF WS-DATE-VALID = 'N' THEN
             MOVE 'N' TO WS-COV-DATES-OK
          END-IF
          MOVE WS-ASSUR-ENDDATE TO WS-DATE-TO-CHECK
          PERFORM PARA-CHECK-DATE-FIELD
          IF WS-DATE-VALID = 'N' THEN
             MOVE 'N' TO WS-COV-DATES-OK
          END-IF
          IF WS-COV-DATES-OK = 'N' OR
             WS-ASSUR-AMOUNT IS NOT NUMERIC OR
             WS-ASSUR-ENDDATE < WS-ASSUR-STDATE THEN
             ADD 1 TO WS-UPR-SKIPPED
          ELSE
             MOVE WS-ASSUR-AMOUNT TO WS-AMOUNT-NUM
             MOVE WS-ASSUR-STDATE TO WS-DATE-NUM-1
             COMPUTE WS-UPR-ST-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1)
             MOVE WS-ASSUR-ENDDATE TO WS-DATE-NUM-1
             COMPUTE WS-UPR-END-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1)
             COMPUTE WS-UPR-TERMDAYS = WS-UPR-END-INT - WS-UPR-ST-INT
             EVALUATE TRUE
                WHEN WS-UPR-ASOF-INT >= WS-UPR-END-INT
                   MOVE 0 TO WS-UPR-UNEARNED
                WHEN WS-UPR-ASOF-INT <= WS-UPR-ST-INT
                   MOVE WS-AMOUNT-NUM TO WS-UPR-UNEARNED
                WHEN OTHER
                   COMPUTE WS-UPR-LEFTDAYS =
                                   WS-UPR-END-INT - WS-UPR-ASOF-INT
                   COMPUTE WS-UPR-UNEARNED ROUNDED = WS-AMOUNT-NUM
                                 * WS-UPR-LEFTDAYS / WS-UPR-TERMDAYS
             END-EVALUATE
             PERFORM PARA-UPR-ACCUM-TABLE
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-UPR-ACCUM-TABLE.
       MOVE 'N' TO WS-SUM-FOUND.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-UPR-MAX
          IF WS-UP-CURR(WS-SUM-IDX) = WS-ASSUR-CURRENCY AND
             WS-UP-PROD(WS-SUM-IDX) = WS-ASSUR-PRODUCT
             ADD 1 TO WS-UP-COUNT(WS-SUM-IDX)
             ADD WS-AMOUNT-NUM TO WS-UP-WRITTEN(WS-SUM-IDX)
             ADD WS-UPR-UNEARNED TO WS-UP-UNEARNED(WS-SUM-IDX)
             COMPUTE WS-UP-EARNED(WS-SUM-IDX) =
                     WS-UP-EARNED(WS-SUM-IDX)
                     + WS-AMOUNT-NUM - WS-UPR-UNEARNED
             MOVE 'Y' TO WS-SUM-FOUND
          END-IF
       END-PERFORM.
       IF WS-SUM-FOUND = 'N' THEN
          IF WS-UPR-MAX < 200 THEN
             ADD 1 TO WS-UPR-MAX
             MOVE WS-ASSUR-CURRENCY TO WS-UP-CURR(WS-UPR-MAX)
             MOVE WS-ASSUR-PRODUCT TO WS-UP-PROD(WS-UPR-MAX)
             MOVE 1 TO WS-UP-COUNT(WS-UPR-MAX)
             MOVE WS-AMOUNT-NUM TO WS-UP-WRITTEN(WS-UPR-MAX)
             MOVE WS-UPR-UNEARNED TO WS-UP-UNEARNED(WS-UPR-MAX)
             COMPUTE WS-UP-EARNED(WS-UPR-MAX) =
                     WS-AMOUNT-NUM - WS-UPR-UNEARNED
          ELSE
             IF WS-UPR-WARNED = 'N' THEN
                DISPLAY 'WARNING: more than 200 distinct currency/'
                        'product combinations seen - the reserve is '
                        'incomplete.'
                MOVE 'Y' TO WS-UPR-WARNED
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Report and postings together: one line and (when it moved) one
      *posting per combination held now, then the reversal of every
      *combination the compare base held that has gone
       PARA-UPR-REPORT.
       MOVE 0 TO WS-UPR-REC-COUNT.
       MOVE 0 TO WS-UPR-HASH.
       OPEN OUTPUT UPR-RPT.
       OPEN OUTPUT UPREXTRACT-RPT.
       MOVE 'HDR' TO UH-TYPE.
       MOVE '*' TO UH-SEP1.
       MOVE WS-TS-DATE TO UH-FILEDATE.
       MOVE '*' TO UH-SEP2.
       MOVE 'ASSURCOB' TO UH-SOURCE.
       MOVE '*' TO UH-SEP3.
       MOVE WS-UPR-REGEN TO UH-REGEN.
       WRITE FD-UPR-HDR-REC.

       MOVE WS-UPR-DATE TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       MOVE SPACES TO FD-UPR-LINE.
       STRING 'UNEARNED PREMIUM RESERVE AS OF ' DELIMITED BY SIZE
              WS-FMT-DATE-OUT DELIMITED BY SIZE
              INTO FD-UPR-LINE.
       WRITE FD-UPR-LINE.
       MOVE SPACES TO FD-UPR-LINE.
       IF WS-UPR-BASEDATE = SPACES THEN
          MOVE 'COMPARED WITH: NO PREVIOUS RESERVE ON FILE'
                                                   TO FD-UPR-LINE
       ELSE
          MOVE WS-UPR-BASEDATE TO WS-FMT-DATE-IN
          PERFORM PARA-FORMAT-DATE-DISP
          STRING 'COMPARED WITH THE RESERVE AS OF ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 INTO FD-UPR-LINE
       END-IF.
       WRITE FD-UPR-LINE.
       MOVE SPACES TO FD-UPR-LINE.
       WRITE FD-UPR-LINE.
       MOVE SPACES TO FD-UPR-LINE.
       STRING 'CUR PRODUCT        CONTRACTS       WRITTEN  '
              DELIMITED BY SIZE
              '      EARNED      UNEARNED      PREVIOUS '
              DELIMITED BY SIZE
              '       CHANGE' DELIMITED BY SIZE
              INTO FD-UPR-LINE.
       WRITE FD-UPR-LINE.
       MOVE SPACES TO FD-UPR-LINE.
       MOVE ALL '-' TO FD-UPR-LINE(1:98).
       WRITE FD-UPR-LINE.

       PERFORM VARYING WS-UPR-IDX FROM 1 BY 1
                UNTIL WS-UPR-IDX > WS-UPR-MAX
          MOVE 0 TO WS-UPR-PREV
          PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-UPRQ-MAX
             IF WS-UQ-CURR(WS-SUM-IDX) = WS-UP-CURR(WS-UPR-IDX) AND
                WS-UQ-PROD(WS-SUM-IDX) = WS-UP-PROD(WS-UPR-IDX)
                MOVE 'Y' TO WS-UQ-MATCHED(WS-SUM-IDX)
                MOVE WS-UQ-RESERVE(WS-SUM-IDX) TO WS-UPR-PREV
             END-IF
          END-PERFORM
          MOVE WS-UP-CURR(WS-UPR-IDX) TO WS-GLW-CURR
          MOVE WS-UP-PROD(WS-UPR-IDX) TO WS-GLW-PROD
          MOVE WS-UP-COUNT(WS-UPR-IDX) TO WS-GLW-COUNT
          MOVE WS-UP-WRITTEN(WS-UPR-IDX) TO WS-UPR-EDIT-WRITTEN
          MOVE WS-UP-EARNED(WS-UPR-IDX) TO WS-UPR-EDIT-EARNED
          MOVE WS-UP-UNEARNED(WS-UPR-IDX) TO WS-UPR-EDIT-UNEARNED
          COMPUTE WS-UPR-CHANGE = WS-UP-UNEARNED(WS-UPR-IDX)
                                - WS-UPR-PREV
          PERFORM PARA-UPR-LINE
       END-PERFORM.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-UPRQ-MAX
          IF WS-UQ-MATCHED(WS-SUM-IDX) = 'N' THEN
             MOVE WS-UQ-CURR(WS-SUM-IDX) TO WS-GLW-CURR
             MOVE WS-UQ-PROD(WS-SUM-IDX) TO WS-GLW-PROD
             MOVE 0 TO WS-GLW-COUNT
             MOVE WS-UQ-RESERVE(WS-SUM-IDX) TO WS-UPR-PREV
             MOVE 0 TO WS-UPR-EDIT-WRITTEN
             MOVE 0 TO WS-UPR-EDIT-EARNED
             MOVE 0 TO WS-UPR-EDIT-UNEARNED
             COMPUTE WS-UPR-CHANGE = 0 - WS-UPR-PREV
             PERFORM PARA-UPR-LINE
          END-IF
       END-PERFORM.

       MOVE 'TRL' TO UT-TYPE.
       MOVE '*' TO UT-SEP1.
       MOVE WS-UPR-REC-COUNT TO UT-COUNT.
       MOVE '*' TO UT-SEP2.
       MOVE WS-UPR-HASH TO UT-HASH.
       WRITE FD-UPR-TRL-REC.
       CLOSE UPREXTRACT-RPT.
       CLOSE UPR-RPT.
      *
      ******************************************************************
      *
      *One report line for WS-GLW-CURR/WS-GLW-PROD and, when the
      *reserve moved, its posting: an increase is credited to the
      *reserve ('+'), a release debited ('-'), amount always absolute
       PARA-UPR-LINE.
       MOVE WS-GLW-COUNT TO WS-EDIT-COUNT.
       MOVE WS-UPR-PREV TO WS-UPR-EDIT-PREV.
       MOVE WS-UPR-CHANGE TO WS-UPR-EDIT-CHANGE.
       MOVE SPACES TO FD-UPR-LINE.
       STRING WS-GLW-CURR DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-GLW-PROD DELIMITED BY SIZE
              '     ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-UPR-EDIT-WRITTEN DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-UPR-EDIT-EARNED DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-UPR-EDIT-UNEARNED DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-UPR-EDIT-PREV DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-UPR-EDIT-CHANGE DELIMITED BY SIZE
              INTO FD-UPR-LINE.
       WRITE FD-UPR-LINE.
       IF WS-UPR-CHANGE NOT = 0 THEN
          IF WS-UPR-CHANGE > 0 THEN
             MOVE WS-UPR-CHANGE TO WS-GLW-AMOUNT
             MOVE '+' TO WS-GLW-SIGN
          ELSE
             COMPUTE WS-GLW-AMOUNT = 0 - WS-UPR-CHANGE
             MOVE '-' TO WS-GLW-SIGN
          END-IF
          MOVE 'PST' TO UP-TYPE
          MOVE WS-UPR-PERIOD TO UP-PERIOD
          MOVE SPACES TO UP-ACCOUNT
          STRING '487-' DELIMITED BY SIZE
                 WS-GLW-CURR DELIMITED BY SIZE
                 INTO UP-ACCOUNT
          MOVE WS-GLW-PROD TO UP-PRODUCT
          MOVE WS-GLW-CURR TO UP-CURRENCY
          MOVE WS-GLW-COUNT TO UP-COUNT
          MOVE WS-GLW-AMOUNT TO UP-AMOUNT
          MOVE WS-GLW-SIGN TO UP-SIGN
          MOVE '*' TO UP-SEP1 UP-SEP2 UP-SEP3 UP-SEP4 UP-SEP5
                      UP-SEP6 UP-SEP7
          WRITE FD-UPR-PST-REC
          ADD 1 TO WS-UPR-REC-COUNT
          ADD WS-GLW-AMOUNT TO WS-UPR-HASH
             ON SIZE ERROR
                DISPLAY 'ERROR: hash total overflow - trailer '
                        'control total is unusable.'
                PERFORM PARA-SET-RC-ERROR
          END-ADD
       END-IF.
      *
      ******************************************************************
      *
      *The reserve as last taken and the one before it; no store is a
      *first run with nothing to compare against
       PARA-UPR-LOAD-STORE.
       MOVE 0 TO WS-UPRQ-MAX.
       MOVE 0 TO WS-UPRR-MAX.
       MOVE SPACES TO WS-UPR-BALDATE.
       MOVE SPACES TO WS-UPR-PRVDATE.
       MOVE SPACES TO WS-UPR-BASEDATE.
       MOVE 'N' TO WS-EOF2.
       OPEN INPUT UPRBALANCE-ASSUR.
       IF WS-UPRBAL-STATUS = '00' THEN
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ UPRBALANCE-ASSUR
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   PERFORM PARA-UPR-LOAD-ONE
             END-READ
          END-PERFORM
          CLOSE UPRBALANCE-ASSUR
       ELSE
          DISPLAY 'No reserve control store on file '
                  '(assurances-uprbalance.dat) - first reserve, '
                  'the whole reserve is posted as movement.'
       END-IF.
      *
      ******************************************************************
      *
       PARA-UPR-LOAD-ONE.
       EVALUATE UB-TYPE
          WHEN 'ASO'
             MOVE UB-BALDATE TO WS-UPR-BALDATE
             MOVE UB-PRVDATE TO WS-UPR-PRVDATE
          WHEN 'BAL'
             IF WS-UPRQ-MAX < 200 THEN
                ADD 1 TO WS-UPRQ-MAX
                MOVE UB2-CURR TO WS-UQ-CURR(WS-UPRQ-MAX)
                MOVE UB2-PROD TO WS-UQ-PROD(WS-UPRQ-MAX)
                MOVE UB2-COUNT TO WS-UQ-COUNT(WS-UPRQ-MAX)
                MOVE UB2-RESERVE TO WS-UQ-RESERVE(WS-UPRQ-MAX)
                MOVE 'N' TO WS-UQ-MATCHED(WS-UPRQ-MAX)
             END-IF
          WHEN 'PRV'
             IF WS-UPRR-MAX < 200 THEN
                ADD 1 TO WS-UPRR-MAX
                MOVE UB2-CURR TO WS-UR-CURR(WS-UPRR-MAX)
                MOVE UB2-PROD TO WS-UR-PROD(WS-UPRR-MAX)
                MOVE UB2-COUNT TO WS-UR-COUNT(WS-UPRR-MAX)
                MOVE UB2-RESERVE TO WS-UR-RESERVE(WS-UPRR-MAX)
             END-IF
          WHEN OTHER
             CONTINUE
       END-EVALUATE.
      *
      ******************************************************************
      *
       PARA-UPR-BASE-FROM-PRV.
       MOVE WS-UPR-PRVDATE TO WS-UPR-BASEDATE.
       MOVE WS-UPRR-MAX TO WS-UPRQ-MAX.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-UPRR-MAX
          MOVE WS-UR-CURR(WS-SUM-IDX) TO WS-UQ-CURR(WS-SUM-IDX)
          MOVE WS-UR-PROD(WS-SUM-IDX) TO WS-UQ-PROD(WS-SUM-IDX)
          MOVE WS-UR-COUNT(WS-SUM-IDX) TO WS-UQ-COUNT(WS-SUM-IDX)
          MOVE WS-UR-RESERVE(WS-SUM-IDX) TO WS-UQ-RESERVE(WS-SUM-IDX)
          MOVE 'N' TO WS-UQ-MATCHED(WS-SUM-IDX)
       END-PERFORM.
      *
      ******************************************************************
      *
      *The compare base becomes the PRV reserve and this run's the
      *BAL, whether this was a new month-end or a regeneration
       PARA-UPR-SAVE-STORE.
       OPEN OUTPUT UPRBALANCE-ASSUR.
       IF WS-UPRBAL-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot rewrite reserve control store '
                  'assurances-uprbalance.dat - status '
                  WS-UPRBAL-STATUS ' - the next reserve run will '
                  'compare against the wrong month.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          MOVE SPACES TO FD-UPRBAL-ASO-REC
          MOVE 'ASO' TO UB-TYPE
          MOVE WS-UPR-DATE TO UB-BALDATE
          MOVE WS-UPR-BASEDATE TO UB-PRVDATE
          MOVE '*' TO UB-SEP1 UB-SEP2
          WRITE FD-UPRBAL-ASO-REC
          PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-UPRQ-MAX
             MOVE 'PRV' TO UB2-TYPE
             MOVE WS-UQ-CURR(WS-SUM-IDX) TO UB2-CURR
             MOVE WS-UQ-PROD(WS-SUM-IDX) TO UB2-PROD
             MOVE WS-UQ-COUNT(WS-SUM-IDX) TO UB2-COUNT
             MOVE WS-UQ-RESERVE(WS-SUM-IDX) TO UB2-RESERVE
             MOVE '*' TO UB2-SEP1 UB2-SEP2 UB2-SEP3 UB2-SEP4
             WRITE FD-UPRBAL-RSV-REC
          END-PERFORM
          PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-UPR-MAX
             MOVE 'BAL' TO UB2-TYPE
             MOVE WS-UP-CURR(WS-SUM-IDX) TO UB2-CURR
             MOVE WS-UP-PROD(WS-SUM-IDX) TO UB2-PROD
             MOVE WS-UP-COUNT(WS-SUM-IDX) TO UB2-COUNT
             MOVE WS-UP-UNEARNED(WS-SUM-IDX) TO UB2-RESERVE
             MOVE '*' TO UB2-SEP1 UB2-SEP2 UB2-SEP3 UB2-SEP4
             WRITE FD-UPRBAL-RSV-REC
          END-PERFORM
          CLOSE UPRBALANCE-ASSUR
       END-IF.
      *
      ******************************************************************
      *
      *Premium income posts by currency to the product's income
      *account on the reference file (706 when it has none), premium
      *returned on cancellation to 709; the product rides along in its
      *own field for the ledger's analysis axis; the sign byte marks
      *reversals, the amount is always absolute
       PARA-GL-WRITE-POSTING.
       IF WS-GLW-BYPROD = 'Y' THEN
          MOVE '706' TO WS-GLW-ACCT
          MOVE WS-GLW-PROD TO WS-PROD-KEY
          PERFORM PARA-FIND-PRODUCT
          IF WS-PROD-FOUND = 'Y' AND PD-GLACCT NOT = SPACES THEN
             MOVE PD-GLACCT TO WS-GLW-ACCT
          END-IF
       END-IF.
       MOVE 'PST' TO GP-TYPE.
       MOVE '*' TO GP-SEP1.
       MOVE WS-GL-PERIOD TO GP-PERIOD.
       MOVE '*' TO GP-SEP2.
       MOVE SPACES TO GP-ACCOUNT.
       STRING WS-GLW-ACCT DELIMITED BY SPACE
              '-' DELIMITED BY SIZE
              WS-GLW-CURR DELIMITED BY SIZE
              INTO GP-ACCOUNT.
       MOVE '*' TO GP-SEP3.
       MOVE WS-GLW-PROD TO GP-PRODUCT.
       MOVE '*' TO GP-SEP4.
       MOVE WS-GLW-CURR TO GP-CURRENCY.
       MOVE '*' TO GP-SEP5.
       MOVE WS-GLW-COUNT TO GP-COUNT.
       MOVE '*' TO GP-SEP6.
       MOVE WS-GLW-AMOUNT TO GP-AMOUNT.
       MOVE '*' TO GP-SEP7.
       MOVE WS-GLW-SIGN TO GP-SIGN.
       WRITE FD-GL-PST-REC.
       ADD 1 TO WS-GL-REC-COUNT.
       ADD WS-GLW-AMOUNT TO WS-GL-HASH
          ON SIZE ERROR
             DISPLAY 'ERROR: hash total overflow - trailer control '
                     'total is unusable.'
             PERFORM PARA-SET-RC-ERROR
       END-ADD.
      *
      ******************************************************************
      *
      *Bring the close control store up to date: the closed-period
      *list (this period appended on a first close), the compare base
      *as the new PRV records and the current book as the new BAL
      *records
       PARA-GL-SAVE-BALANCES.
       OPEN OUTPUT GLBALANCE-ASSUR.
       IF WS-GLBAL-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot rewrite close control store '
                  'assurances-glbalance.dat - status '
                  WS-GLBAL-STATUS ' - the period is NOT recorded as '
                  'closed.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          IF WS-GL-CLOSED = 'N' THEN
             IF WS-GLCLS-MAX < 120 THEN
                ADD 1 TO WS-GLCLS-MAX
                MOVE WS-GL-PERIOD TO WS-GLCLS-PERIOD(WS-GLCLS-MAX)
             ELSE
                DISPLAY 'WARNING: closed-period list full - oldest '
                        'period dropped.'
                PERFORM PARA-SET-RC-WARNING
                PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                         UNTIL WS-SUM-IDX >= WS-GLCLS-MAX
                   MOVE WS-GLCLS-PERIOD(WS-SUM-IDX + 1)
                                   TO WS-GLCLS-PERIOD(WS-SUM-IDX)
                END-PERFORM
                MOVE WS-GL-PERIOD TO WS-GLCLS-PERIOD(WS-GLCLS-MAX)
             END-IF
          END-IF
          MOVE 'Y' TO WS-GLBAL-OK
          PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-GLCLS-MAX
                      OR WS-GLBAL-OK = 'N'
             MOVE 'CLS' TO GB-TYPE
             MOVE '*' TO GB-SEP1
             MOVE WS-GLCLS-PERIOD(WS-SUM-IDX) TO GB-PERIOD
             WRITE FD-GLBAL-CLS-REC
             PERFORM PARA-GLBAL-CHECK-WRITE
          END-PERFORM
          PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-GLPREV-MAX
                      OR WS-GLBAL-OK = 'N'
             MOVE 'PRV' TO GB2-TYPE
             MOVE '*' TO GB2-SEP1
             MOVE WS-GQ-CURR(WS-SUM-IDX) TO GB2-CURR
             MOVE '*' TO GB2-SEP2
             MOVE WS-GQ-PROD(WS-SUM-IDX) TO GB2-PROD
             MOVE '*' TO GB2-SEP3
             MOVE WS-GQ-COUNT(WS-SUM-IDX) TO GB2-COUNT
             MOVE '*' TO GB2-SEP4
             MOVE WS-GQ-TOTAL(WS-SUM-IDX) TO GB2-AMOUNT
             WRITE FD-GLBAL-BAL-REC
             PERFORM PARA-GLBAL-CHECK-WRITE
          END-PERFORM
          PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-GL-MAX
                      OR WS-GLBAL-OK = 'N'
             MOVE 'BAL' TO GB2-TYPE
             MOVE '*' TO GB2-SEP1
             MOVE WS-GL-CURR(WS-SUM-IDX) TO GB2-CURR
             MOVE '*' TO GB2-SEP2
             MOVE WS-GL-PROD(WS-SUM-IDX) TO GB2-PROD
             MOVE '*' TO GB2-SEP3
             MOVE WS-GL-COUNT(WS-SUM-IDX) TO GB2-COUNT
             MOVE '*' TO GB2-SEP4
             MOVE WS-GL-TOTAL(WS-SUM-IDX) TO GB2-AMOUNT
             WRITE FD-GLBAL-BAL-REC
             PERFORM PARA-GLBAL-CHECK-WRITE
          END-PERFORM
          CLOSE GLBALANCE-ASSUR
       END-IF.
      *
      ******************************************************************
      *
      *A short write leaves the store recording the period as closed
      *against missing or wrong balances - the next extract would
      *compute wrong deltas with no error anywhere, so this fails as
      *loudly as the open-failure path does
       PARA-GLBAL-CHECK-WRITE.
       IF WS-GLBAL-STATUS NOT = '00' THEN
          IF WS-GLBAL-OK = 'Y' THEN
             MOVE 'N' TO WS-GLBAL-OK
             DISPLAY 'ERROR: write to close control store '
                     'assurances-glbalance.dat failed - status '
                     WS-GLBAL-STATUS ' - the store is UNRELIABLE '
                     'and the closed state of period ' WS-GL-PERIOD
                     ' is uncertain; restore the store before the '
                     'next extract.'
             PERFORM PARA-SET-RC-ERROR
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-BUILD-TIMESTAMP.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-TS-TIME FROM TIME.
       STRING WS-TS-DATE DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-TS-TIME DELIMITED BY SIZE
              INTO AR-TIMESTAMP-WS.
      *
      ******************************************************************
      *
      *Escalate the run outcome - a warning never downgrades an error
       PARA-SET-RC-WARNING.
       IF WS-RUN-RC < 4 THEN
          MOVE 4 TO WS-RUN-RC
       END-IF.
      *
      ******************************************************************
      *
       PARA-SET-RC-ERROR.
       IF WS-RUN-RC < 8 THEN
          MOVE 8 TO WS-RUN-RC
       END-IF.
      *
      ******************************************************************
      *
      *One appended record per run: start/end timestamp, mode,
      *operator, the load/validation/save counters and the return
      *code the run ended with
       PARA-WRITE-RUNLOG.
       OPEN EXTEND RUNLOG-ASSUR.
       IF WS-RUNLOG-STATUS = '35' THEN
          OPEN OUTPUT RUNLOG-ASSUR
       END-IF.
       IF WS-RUNLOG-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot open run log assurances-runlog.dat '
                  '- status ' WS-RUNLOG-STATUS
       ELSE
          MOVE '*' TO RL-SEP1 RL-SEP2 RL-SEP3 RL-SEP4 RL-SEP5
                      RL-SEP6 RL-SEP7 RL-SEP8 RL-SEP9
          MOVE WS-LOG-START TO RL-START
          PERFORM PARA-BUILD-TIMESTAMP
          MOVE AR-TIMESTAMP-WS TO RL-END
          MOVE WS-LOG-MODE TO RL-MODE
          MOVE WS-OPER-USER TO RL-USER
          MOVE WS-ASSUR-MAX TO RL-LOADED
          MOVE WS-VALID-COUNT TO RL-VALIDATED
          MOVE WS-INVALID-COUNT TO RL-FLAGGED
          MOVE WS-REC-SAVED TO RL-SAVED
          MOVE 0 TO RL-TRUNCATED
          MOVE WS-RUN-RC TO RL-RC
          WRITE FD-RUNLOG-REC
          CLOSE RUNLOG-ASSUR
       END-IF.
      *
      ******************************************************************
      *
      *One-time (re-runnable) client numbering pass: group the book's
      *free-text MAS-CLIENT spellings by a normalized form, give every
      *group one client number, stamp it on the master, rebuild the
      *cross-reference and report the spelling variants folded into
      *one number so the desk can confirm them
       PARA-CLIENTNUM-MODE.
       MOVE 0 TO WS-CLIENT-MAX.
       MOVE 0 TO WS-DUP-COUNT.
       MOVE 0 TO WS-NUMBERED-COUNT.
       MOVE 0 TO WS-XREF-COUNT.
       MOVE 1 TO WS-CLIENTNO-NEXT.
       MOVE 'N' TO WS-CLIENT-TBL-WARNED.
      *Fresh numbers are handed out during the grouping loop, so the
      *next free number must clear the whole stamped book up front -
      *seeding record by record would let an unstamped client early
      *in key order take a number a later record still owns
       PERFORM PARA-SEED-CLIENTNO-MAX.

       OPEN OUTPUT CLIENTDUP-RPT.
       PERFORM PARA-MASTER-REWIND.
       IF WS-EOF = 'N' THEN
          PERFORM PARA-MASTER-READ-NEXT
       END-IF.
       PERFORM UNTIL WS-EOF = 'Y'
          PERFORM PARA-CLIENTNUM-GROUP-ONE
          PERFORM PARA-MASTER-READ-NEXT
       END-PERFORM.
       CLOSE CLIENTDUP-RPT.

      *Stamp pass: write each record's group number back and rebuild
      *the cross-reference from scratch
       OPEN OUTPUT CLIENT-XREF.
       IF WS-XREF-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot rebuild cross-reference '
                  'assurances-clientxref.idx - status ' WS-XREF-STATUS
          PERFORM PARA-SET-RC-ERROR
       ELSE
          MOVE 'Y' TO WS-XREF-OK
          PERFORM PARA-MASTER-REWIND
          IF WS-EOF = 'N' THEN
             PERFORM PARA-MASTER-READ-NEXT
          END-IF
          PERFORM UNTIL WS-EOF = 'Y'
             PERFORM PARA-CLIENTNUM-STAMP-ONE
             PERFORM PARA-MASTER-READ-NEXT
          END-PERFORM
          CLOSE CLIENT-XREF
          MOVE 'N' TO WS-XREF-OK
       END-IF.

       DISPLAY WS-CLIENT-MAX ' distinct client(s) numbered, '
               WS-NUMBERED-COUNT ' master record(s) stamped, '
               WS-XREF-COUNT ' cross-reference record(s) written.'.
       IF WS-DUP-COUNT > 0 THEN
          DISPLAY WS-DUP-COUNT ' spelling variant(s) folded into an '
                  'existing client - confirm them in '
                  'assurances-clientdup.dat'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
      *Group one master record by its normalized client name; a number
      *already on the record seeds its group so a re-run never
      *renumbers the book (the next free number was seeded over the
      *whole master before this loop started)
       PARA-CLIENTNUM-GROUP-ONE.
       MOVE WS-ASSUR-CLIENT TO WS-NORM-IN.
       PERFORM PARA-NORMALIZE-CLIENT.
       PERFORM PARA-FIND-CLIENT-GROUP.
       IF WS-CLIENT-FOUND = 'Y' THEN
          IF WS-ASSUR-CLIENT NOT = WS-CN-FIRST(WS-CLIENT-HIT) THEN
             MOVE WS-CN-NUMBER(WS-CLIENT-HIT) TO CD-CLIENTNO
             MOVE '*' TO CD-SEP1
             MOVE WS-CN-FIRST(WS-CLIENT-HIT) TO CD-SPELLING-1
             MOVE '*' TO CD-SEP2
             MOVE WS-ASSUR-CLIENT TO CD-SPELLING-2
             WRITE FD-CLIENTDUP-REC
             ADD 1 TO WS-DUP-COUNT
          END-IF
       ELSE
          IF WS-CLIENT-MAX < 2000 THEN
             ADD 1 TO WS-CLIENT-MAX
             MOVE WS-NORM-OUT TO WS-CN-NORM(WS-CLIENT-MAX)
             MOVE WS-ASSUR-CLIENT TO WS-CN-FIRST(WS-CLIENT-MAX)
             MOVE 'N' TO WS-CLIENTNO-VALID
             IF WS-ASSUR-CLIENTNO(1:1) = 'C' THEN
                IF WS-ASSUR-CLIENTNO(2:7) IS NUMERIC THEN
                   MOVE 'Y' TO WS-CLIENTNO-VALID
                END-IF
             END-IF
             IF WS-CLIENTNO-VALID = 'Y' THEN
                MOVE WS-ASSUR-CLIENTNO TO
                                       WS-CN-NUMBER(WS-CLIENT-MAX)
             ELSE
                PERFORM PARA-NEXT-CLIENTNO
                MOVE WS-CLIENTNO-ASSIGNED TO
                                       WS-CN-NUMBER(WS-CLIENT-MAX)
             END-IF
          ELSE
             IF WS-CLIENT-TBL-WARNED = 'N' THEN
                DISPLAY 'WARNING: more than 2000 distinct clients '
                        'seen - clients beyond the table are left '
                        'unnumbered; raise the table and rerun.'
                MOVE 'Y' TO WS-CLIENT-TBL-WARNED
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLIENTNUM-STAMP-ONE.
       MOVE WS-ASSUR-CLIENT TO WS-NORM-IN.
       PERFORM PARA-NORMALIZE-CLIENT.
       PERFORM PARA-FIND-CLIENT-GROUP.
       IF WS-CLIENT-FOUND = 'Y' THEN
          IF WS-ASSUR-CLIENTNO NOT = WS-CN-NUMBER(WS-CLIENT-HIT) THEN
             MOVE WS-CN-NUMBER(WS-CLIENT-HIT) TO WS-ASSUR-CLIENTNO
             PERFORM PARA-MASTER-REWRITE
             IF WS-MASTER-STATUS = '00' THEN
                ADD 1 TO WS-NUMBERED-COUNT
             END-IF
          END-IF
          PERFORM PARA-XREF-ADD
       END-IF.
      *
      ******************************************************************
      *
      *Matching form of a client name: upper case, punctuation
      *dropped, runs of spaces squeezed to one - "DUPONT, JEAN" and
      *"Dupont Jean" come out identical
       PARA-NORMALIZE-CLIENT.
       MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-WORK.
       INSPECT WS-NORM-WORK REPLACING ALL ',' BY SPACE
                                      ALL '.' BY SPACE
                                      ALL ';' BY SPACE.
       MOVE SPACES TO WS-NORM-OUT.
       MOVE 0 TO WS-NORM-J.
       MOVE 'Y' TO WS-NORM-PREV-SP.
       PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 41
          IF WS-NORM-WORK(WS-NORM-I:1) = SPACE
             MOVE 'Y' TO WS-NORM-PREV-SP
          ELSE
             IF WS-NORM-PREV-SP = 'Y' AND WS-NORM-J > 0
                ADD 1 TO WS-NORM-J
             END-IF
             ADD 1 TO WS-NORM-J
             MOVE WS-NORM-WORK(WS-NORM-I:1)
                                        TO WS-NORM-OUT(WS-NORM-J:1)
             MOVE 'N' TO WS-NORM-PREV-SP
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *TRUE ('Y') in WS-CLIENT-FOUND, entry in WS-CLIENT-HIT, if the
      *normalized name in WS-NORM-OUT already has a group
       PARA-FIND-CLIENT-GROUP.
       MOVE 'N' TO WS-CLIENT-FOUND.
       MOVE 0 TO WS-CLIENT-HIT.
       PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                UNTIL WS-CLIENT-IDX > WS-CLIENT-MAX
          IF WS-CN-NORM(WS-CLIENT-IDX) = WS-NORM-OUT
             MOVE 'Y' TO WS-CLIENT-FOUND
             MOVE WS-CLIENT-IDX TO WS-CLIENT-HIT
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
       PARA-NEXT-CLIENTNO.
       MOVE SPACES TO WS-CLIENTNO-ASSIGNED.
       MOVE 'C' TO WS-CLIENTNO-ASSIGNED(1:1).
       MOVE WS-CLIENTNO-NEXT TO WS-CLIENTNO-ASSIGNED(2:7).
       ADD 1 TO WS-CLIENTNO-NEXT.
      *
      ******************************************************************
      *
      *Number for the client named in WS-NEW-CLIENT: the number of the
      *cross-reference entry whose name normalizes the same, or a
      *fresh one; result in WS-CLIENTNO-ASSIGNED and WS-NEW-CLIENTNO
       PARA-ASSIGN-CLIENTNO.
       MOVE WS-NEW-CLIENT TO WS-NORM-IN.
       PERFORM PARA-NORMALIZE-CLIENT.
       MOVE WS-NORM-OUT TO WS-NORM-TARGET.
       MOVE 'N' TO WS-CLIENT-FOUND.
       MOVE SPACES TO WS-CLIENTNO-ASSIGNED.
       IF WS-XREF-OK = 'Y' THEN
          MOVE LOW-VALUES TO CX-KEY
          START CLIENT-XREF KEY IS NOT LESS THAN CX-KEY
          PERFORM UNTIL WS-XREF-EOF = 'Y'
             READ CLIENT-XREF NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-XREF-EOF
                NOT AT END
                   PERFORM PARA-ASSIGN-CHECK-ONE
             END-READ
          END-PERFORM
       END-IF.
       IF WS-CLIENT-FOUND = 'N' THEN
      *A fresh number must clear every number already stamped on the
      *master, not only those the cross-reference still carries - an
      *xref lost or just auto-created (the state after a VERIFY
      *REBUILD) would otherwise re-issue numbers other clients own
          IF WS-CLIENTNO-SEEDED = 'N' THEN
             PERFORM PARA-SEED-CLIENTNO-MAX
          END-IF
          PERFORM PARA-NEXT-CLIENTNO
       END-IF.
       MOVE WS-CLIENTNO-ASSIGNED TO WS-NEW-CLIENTNO.
      *
      ******************************************************************
      *
      *One cross-reference record of the assignment scan: keep the
      *highest number seen so a fresh number never collides, and match
      *the normalized names
       PARA-ASSIGN-CHECK-ONE.
       IF CX-CLIENTNO(1:1) = 'C' THEN
          IF CX-CLIENTNO(2:7) IS NUMERIC THEN
             MOVE CX-CLIENTNO(2:7) TO WS-CLIENTNO-WORK
             IF WS-CLIENTNO-WORK >= WS-CLIENTNO-NEXT THEN
                COMPUTE WS-CLIENTNO-NEXT = WS-CLIENTNO-WORK + 1
             END-IF
          END-IF
       END-IF.
       IF WS-CLIENT-FOUND = 'N' THEN
          MOVE CX-CLIENT TO WS-NORM-IN
          PERFORM PARA-NORMALIZE-CLIENT
          IF WS-NORM-OUT = WS-NORM-TARGET THEN
             MOVE 'Y' TO WS-CLIENT-FOUND
             MOVE CX-CLIENTNO TO WS-CLIENTNO-ASSIGNED
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Raise WS-CLIENTNO-NEXT above every number already stamped on
      *the master, once per run; WS-ASSUR-REC is saved and restored
      *around the scan because the update paths call the assigner
      *while it holds the record about to be rewritten
       PARA-SEED-CLIENTNO-MAX.
       MOVE WS-ASSUR-REC TO WS-ASSUR-HOLD.
       PERFORM PARA-MASTER-REWIND.
       IF WS-EOF = 'N' THEN
          PERFORM PARA-MASTER-READ-NEXT
       END-IF.
       PERFORM UNTIL WS-EOF = 'Y'
          IF WS-ASSUR-CLIENTNO(1:1) = 'C' THEN
             IF WS-ASSUR-CLIENTNO(2:7) IS NUMERIC THEN
                MOVE WS-ASSUR-CLIENTNO(2:7) TO WS-CLIENTNO-WORK
                IF WS-CLIENTNO-WORK >= WS-CLIENTNO-NEXT THEN
                   COMPUTE WS-CLIENTNO-NEXT = WS-CLIENTNO-WORK + 1
                END-IF
             END-IF
          END-IF
          PERFORM PARA-MASTER-READ-NEXT
       END-PERFORM.
       MOVE WS-ASSUR-HOLD TO WS-ASSUR-REC.
       MOVE 'Y' TO WS-CLIENTNO-SEEDED.
      *
      ******************************************************************
      *
      *Open the client cross-reference for keyed upkeep, creating it
      *on first use; a cross-reference that will not open only costs
      *the keyed per-client access, so the run carries on with a
      *warning
       PARA-OPEN-XREF.
       MOVE 'N' TO WS-XREF-OK.
       OPEN I-O CLIENT-XREF.
       IF WS-XREF-STATUS = '35' THEN
          OPEN OUTPUT CLIENT-XREF
          CLOSE CLIENT-XREF
          OPEN I-O CLIENT-XREF
       END-IF.
       IF WS-XREF-STATUS = '00' THEN
          MOVE 'Y' TO WS-XREF-OK
       ELSE
          DISPLAY 'WARNING: cannot open cross-reference '
                  'assurances-clientxref.idx - status '
                  WS-XREF-STATUS ' - run continues without it; '
                  'rebuild it with a CLIENTNUM run.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLOSE-XREF.
       IF WS-XREF-OK = 'Y' THEN
          CLOSE CLIENT-XREF
          MOVE 'N' TO WS-XREF-OK
       END-IF.
      *
      ******************************************************************
      *
      *Cross-reference record for the contract in WS-ASSUR-REC; a
      *record already there (re-run) is refreshed in place
       PARA-XREF-ADD.
       IF WS-XREF-OK = 'Y' AND WS-ASSUR-CLIENTNO NOT = SPACES
          MOVE WS-ASSUR-CLIENTNO TO CX-CLIENTNO
          MOVE WS-ASSUR-CONTRACT TO CX-CONTRACT
          MOVE WS-ASSUR-CLIENT TO CX-CLIENT
          WRITE CX-REC
             INVALID KEY
                REWRITE CX-REC
          END-WRITE
          ADD 1 TO WS-XREF-COUNT
       END-IF.
      *
      ******************************************************************
      *
      *A contract whose client name (and so possibly its number)
      *changed moves to its new key: drop the old entry, write the
      *new one
       PARA-XREF-RECLIENT.
       IF WS-XREF-OK = 'Y' AND WS-OLD-CLIENTNO NOT = SPACES
          MOVE WS-OLD-CLIENTNO TO CX-CLIENTNO
          MOVE WS-ASSUR-CONTRACT TO CX-CONTRACT
          DELETE CLIENT-XREF RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
       END-IF.
       PERFORM PARA-XREF-ADD.
      *
      ******************************************************************
      *
      *Drop the cross-reference entry of a contract leaving the live
      *book
       PARA-XREF-REMOVE.
       IF WS-XREF-OK = 'Y' AND WS-ASSUR-CLIENTNO NOT = SPACES
          MOVE WS-ASSUR-CLIENTNO TO CX-CLIENTNO
          MOVE WS-ASSUR-CONTRACT TO CX-CONTRACT
          DELETE CLIENT-XREF RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
       END-IF.
      *
      ******************************************************************
      *
      *Open the client contact master for keyed upkeep and lookups,
      *creating it on first use; without it every document goes out
      *with the client name only and is held by the mailroom
       PARA-OPEN-CONTACTS.
       MOVE 'N' TO WS-CONTACT-OK.
       OPEN I-O CLIENT-CONTACT.
       IF WS-CONTACT-STATUS = '35' THEN
          OPEN OUTPUT CLIENT-CONTACT
          CLOSE CLIENT-CONTACT
          OPEN I-O CLIENT-CONTACT
       END-IF.
       IF WS-CONTACT-STATUS = '00' THEN
          MOVE 'Y' TO WS-CONTACT-OK
       ELSE
          DISPLAY 'WARNING: cannot open client contact file '
                  'assurances-contacts.idx - status '
                  WS-CONTACT-STATUS ' - documents carry no address.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLOSE-CONTACTS.
       IF WS-CONTACT-OK = 'Y' THEN
          CLOSE CLIENT-CONTACT
          MOVE 'N' TO WS-CONTACT-OK
       END-IF.
      *
      ******************************************************************
      *
      *Keyed lookup of WS-CONTACT-KEY on the contact master; the
      *record is left in CT-REC when found
       PARA-FIND-CONTACT.
       MOVE 'N' TO WS-CONTACT-FOUND.
       IF WS-CONTACT-OK = 'Y' AND WS-CONTACT-KEY NOT = SPACES THEN
          MOVE WS-CONTACT-KEY TO CT-CLIENTNO
          READ CLIENT-CONTACT
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-CONTACT-FOUND
          END-READ
       END-IF.
      *
      ******************************************************************
      *
      *Postal address usable = line 1, postcode and city all present;
      *e-mail usable = an address with an @ in it
       PARA-CHECK-CONTACT-USABLE.
       MOVE 'N' TO WS-POSTAL-OK.
       MOVE 'N' TO WS-EMAIL-OK.
       IF CT-ADDR1 NOT = SPACES AND CT-POSTCODE NOT = SPACES AND
           CT-CITY NOT = SPACES THEN
          MOVE 'Y' TO WS-POSTAL-OK
       END-IF.
       MOVE 0 TO WS-CONTACT-AT.
       INSPECT CT-EMAIL TALLYING WS-CONTACT-AT FOR ALL '@'.
       IF WS-CONTACT-AT > 0 THEN
          MOVE 'Y' TO WS-EMAIL-OK
       END-IF.
      *
      ******************************************************************
      *
      *Address block, language and delivery channel for a document to
      *client WS-CONTACT-KEY (WS-ADB-NAME is the name off the book).
      *E-mail goes out only to a client who asked for it and has a
      *usable address; otherwise post, when the postal address is
      *usable; otherwise NONE and the reason in WS-ADB-REASON. No
      *contact entry means English wording.
       PARA-ADDRESS-BLOCK.
       MOVE SPACES TO WS-ADB-TBL.
       MOVE SPACES TO WS-ADB-REASON.
       MOVE SPACES TO WS-DOC-DEST.
       MOVE 'EN' TO WS-DOC-LANG.
       MOVE 'NONE' TO WS-DOC-CHANNEL.
       MOVE WS-ADB-NAME TO WS-ADB-LINE(1).
       MOVE 1 TO WS-ADB-COUNT.
       PERFORM PARA-FIND-CONTACT.
       EVALUATE TRUE
          WHEN WS-CONTACT-KEY = SPACES
             MOVE 'NO CLIENT NUMBER' TO WS-ADB-REASON
          WHEN WS-CONTACT-FOUND = 'N'
             MOVE 'NO CONTACT ENTRY' TO WS-ADB-REASON
          WHEN OTHER
             IF CT-LANG = 'FR' THEN
                MOVE 'FR' TO WS-DOC-LANG
             END-IF
             IF CT-NAME NOT = SPACES THEN
                MOVE CT-NAME TO WS-ADB-LINE(1)
             END-IF
             PERFORM PARA-CHECK-CONTACT-USABLE
             IF CT-DELIVERY = 'EMAIL' AND WS-EMAIL-OK = 'Y' THEN
                MOVE 'EMAIL' TO WS-DOC-CHANNEL
                MOVE CT-EMAIL TO WS-DOC-DEST
             ELSE
                IF WS-POSTAL-OK = 'Y' THEN
                   MOVE 'POST' TO WS-DOC-CHANNEL
                ELSE
                   IF CT-DELIVERY = 'EMAIL' THEN
                      MOVE 'NO E-MAIL OR POSTAL ADDRESS'
                                                   TO WS-ADB-REASON
                   ELSE
                      MOVE 'POSTAL ADDRESS INCOMPLETE'
                                                   TO WS-ADB-REASON
                   END-IF
                END-IF
             END-IF
             IF WS-POSTAL-OK = 'Y' THEN
                ADD 1 TO WS-ADB-COUNT
                MOVE CT-ADDR1 TO WS-ADB-LINE(WS-ADB-COUNT)
                IF CT-ADDR2 NOT = SPACES THEN
                   ADD 1 TO WS-ADB-COUNT
                   MOVE CT-ADDR2 TO WS-ADB-LINE(WS-ADB-COUNT)
                END-IF
                ADD 1 TO WS-ADB-COUNT
                STRING FUNCTION TRIM(CT-POSTCODE) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CT-CITY DELIMITED BY SIZE
                       INTO WS-ADB-LINE(WS-ADB-COUNT)
                IF WS-DOC-CHANNEL = 'POST' THEN
                   MOVE WS-ADB-LINE(WS-ADB-COUNT) TO WS-DOC-DEST
                END-IF
                IF CT-COUNTRY NOT = SPACES THEN
                   ADD 1 TO WS-ADB-COUNT
                   MOVE CT-COUNTRY TO WS-ADB-LINE(WS-ADB-COUNT)
                END-IF
             END-IF
       END-EVALUATE.
      *
      ******************************************************************
      *
      *Open the mailing extract for appending, creating it on first
      *use
       PARA-OPEN-MAILING.
       MOVE 'N' TO WS-MAILING-OK.
       MOVE 0 TO WS-MAIL-POST.
       MOVE 0 TO WS-MAIL-EMAIL.
       MOVE 0 TO WS-MAIL-NONE.
       OPEN EXTEND MAILING-ASSUR.
       IF WS-MAILING-STATUS = '35' THEN
          OPEN OUTPUT MAILING-ASSUR
       END-IF.
       IF WS-MAILING-STATUS = '00' THEN
          MOVE 'Y' TO WS-MAILING-OK
       ELSE
          DISPLAY 'WARNING: cannot open mailing extract '
                  'assurances-mailing.dat - status '
                  WS-MAILING-STATUS ' - documents of this run are '
                  'not listed for the mailroom.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
      *Channel counts for the run; a document with no usable address
      *cannot go out, so it is a warning for the chain
       PARA-CLOSE-MAILING.
       IF WS-MAILING-OK = 'Y' THEN
          CLOSE MAILING-ASSUR
          MOVE 'N' TO WS-MAILING-OK
       END-IF.
       DISPLAY WS-MAIL-POST ' document(s) by post, ' WS-MAIL-EMAIL
               ' by e-mail - see assurances-mailing.dat'.
       IF WS-MAIL-NONE > 0 THEN
          DISPLAY 'WARNING: ' WS-MAIL-NONE ' document(s) held - no '
                  'usable address; see CONTACTEXC.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
      *Mailing extract record for the document just printed, off the
      *channel and destination PARA-ADDRESS-BLOCK settled
       PARA-WRITE-MAILING.
       EVALUATE WS-DOC-CHANNEL
          WHEN 'POST'
             ADD 1 TO WS-MAIL-POST
          WHEN 'EMAIL'
             ADD 1 TO WS-MAIL-EMAIL
          WHEN OTHER
             ADD 1 TO WS-MAIL-NONE
       END-EVALUATE.
       IF WS-MAILING-OK = 'Y' THEN
          MOVE WS-TS-DATE TO ML-RUNDATE
          MOVE WS-MAIL-DOCTYPE TO ML-DOCTYPE
          MOVE WS-DOC-CHANNEL TO ML-CHANNEL
          MOVE WS-CONTACT-KEY TO ML-CLIENTNO
          MOVE WS-ADB-LINE(1) TO ML-CLIENT
          MOVE WS-MAIL-CONTRACT TO ML-CONTRACT
          MOVE WS-DOC-LANG TO ML-LANG
          MOVE WS-DOC-DEST TO ML-DEST
          MOVE '*' TO ML-SEP1 ML-SEP2 ML-SEP3 ML-SEP4 ML-SEP5
                      ML-SEP6 ML-SEP7
          WRITE FD-MAILING-REC
       END-IF.
      *
      ******************************************************************
      *
      *Contact entry from the MAINT menu: a client number not yet on
      *the contact master is added, one already there is changed
      *field by field (blank keeps the value, * clears it). The
      *number must be one the book knows, through the cross-reference.
       PARA-MAINT-CONTACT.
       IF WS-CONTACT-OK = 'N' THEN
          DISPLAY 'Client contact file not available - no contact '
                  'upkeep possible in this session.'
       ELSE
          IF WS-XREF-OK = 'N' THEN
             DISPLAY 'Client cross-reference not available - client '
                     'numbers cannot be checked, no contact upkeep '
                     'possible in this session.'
          ELSE
             DISPLAY 'Enter client number: ' WITH NO ADVANCING
             ACCEPT WS-CONTACT-KEY
             MOVE FUNCTION UPPER-CASE(WS-CONTACT-KEY) TO WS-CONTACT-KEY
             MOVE 'Y' TO WS-CONTACT-VALID
             MOVE SPACES TO WS-ADB-NAME
             IF WS-CONTACT-KEY NOT = SPACES THEN
                MOVE WS-CONTACT-KEY TO CX-CLIENTNO
                MOVE LOW-VALUES TO CX-CONTRACT
                START CLIENT-XREF KEY IS NOT LESS THAN CX-KEY
                   INVALID KEY
                      MOVE 'N' TO WS-CONTACT-VALID
                   NOT INVALID KEY
                      READ CLIENT-XREF NEXT RECORD
                         AT END
                            MOVE 'N' TO WS-CONTACT-VALID
                         NOT AT END
                            IF CX-CLIENTNO NOT = WS-CONTACT-KEY THEN
                               MOVE 'N' TO WS-CONTACT-VALID
                            ELSE
                               MOVE CX-CLIENT TO WS-ADB-NAME
                            END-IF
                      END-READ
                END-START
             END-IF
             IF WS-CONTACT-KEY = SPACES THEN
                MOVE 'N' TO WS-CONTACT-VALID
             END-IF
             IF WS-CONTACT-VALID = 'N' THEN
                DISPLAY 'ERROR: client number not on the book, no '
                        'contact entry made.'
             ELSE
                PERFORM PARA-MAINT-CONTACT-KEYIN
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-MAINT-CONTACT-KEYIN.
       PERFORM PARA-FIND-CONTACT.
       IF WS-CONTACT-FOUND = 'Y' THEN
          MOVE 'N' TO WS-CONTACT-NEW
          DISPLAY 'Current entry: ' FUNCTION TRIM(CT-NAME)
          DISPLAY '  ' FUNCTION TRIM(CT-ADDR1) ' / '
                  FUNCTION TRIM(CT-ADDR2)
          DISPLAY '  ' FUNCTION TRIM(CT-POSTCODE) ' '
                  FUNCTION TRIM(CT-CITY) ' ' FUNCTION TRIM(CT-COUNTRY)
          DISPLAY '  LANGUAGE ' CT-LANG '  DELIVERY ' CT-DELIVERY
                  '  E-MAIL ' FUNCTION TRIM(CT-EMAIL)
       ELSE
          MOVE 'Y' TO WS-CONTACT-NEW
          DISPLAY 'New contact entry for ' WS-CONTACT-KEY '.'
          MOVE SPACES TO CT-REC
          MOVE WS-CONTACT-KEY TO CT-CLIENTNO
          MOVE WS-ADB-NAME TO CT-NAME
          MOVE 'EN' TO CT-LANG
          MOVE 'POST' TO CT-DELIVERY
       END-IF.
       DISPLAY 'Blank keeps the value shown or defaulted, * clears '
               'it.'.
       DISPLAY 'NAME ON MAIL (41 char): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT = '*' THEN
          MOVE SPACES TO CT-NAME
       ELSE
          IF WS-CTI-TEXT NOT = SPACES THEN
             MOVE WS-CTI-TEXT TO CT-NAME
          END-IF
       END-IF.
       DISPLAY 'ADDRESS LINE 1 (40 char): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT = '*' THEN
          MOVE SPACES TO CT-ADDR1
       ELSE
          IF WS-CTI-TEXT NOT = SPACES THEN
             MOVE WS-CTI-TEXT TO CT-ADDR1
          END-IF
       END-IF.
       DISPLAY 'ADDRESS LINE 2 (40 char): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT = '*' THEN
          MOVE SPACES TO CT-ADDR2
       ELSE
          IF WS-CTI-TEXT NOT = SPACES THEN
             MOVE WS-CTI-TEXT TO CT-ADDR2
          END-IF
       END-IF.
       DISPLAY 'POSTCODE (10 char): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT = '*' THEN
          MOVE SPACES TO CT-POSTCODE
       ELSE
          IF WS-CTI-TEXT NOT = SPACES THEN
             MOVE WS-CTI-TEXT TO CT-POSTCODE
          END-IF
       END-IF.
       DISPLAY 'CITY (30 char): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT = '*' THEN
          MOVE SPACES TO CT-CITY
       ELSE
          IF WS-CTI-TEXT NOT = SPACES THEN
             MOVE WS-CTI-TEXT TO CT-CITY
          END-IF
       END-IF.
       DISPLAY 'COUNTRY (20 char, blank if domestic): ' WITH NO
                                                          ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT = '*' THEN
          MOVE SPACES TO CT-COUNTRY
       ELSE
          IF WS-CTI-TEXT NOT = SPACES THEN
             MOVE WS-CTI-TEXT TO CT-COUNTRY
          END-IF
       END-IF.
       DISPLAY 'LANGUAGE (FR/EN): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT NOT = SPACES THEN
          MOVE FUNCTION UPPER-CASE(WS-CTI-TEXT) TO CT-LANG
       END-IF.
       DISPLAY 'DELIVERY (POST/EMAIL): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT NOT = SPACES THEN
          MOVE FUNCTION UPPER-CASE(WS-CTI-TEXT) TO CT-DELIVERY
       END-IF.
       DISPLAY 'E-MAIL ADDRESS (60 char): ' WITH NO ADVANCING.
       ACCEPT WS-CTI-TEXT.
       IF WS-CTI-TEXT = '*' THEN
          MOVE SPACES TO CT-EMAIL
       ELSE
          IF WS-CTI-TEXT NOT = SPACES THEN
             MOVE WS-CTI-TEXT TO CT-EMAIL
          END-IF
       END-IF.

       PERFORM PARA-VALIDATE-CONTACT.
       IF WS-CONTACT-VALID = 'N' THEN
          DISPLAY 'ERROR: ' FUNCTION TRIM(WS-CONTACT-REASON)
                  ', not saved.'
       ELSE
          MOVE WS-TS-DATE TO CT-UPDDATE
          MOVE WS-OPER-USER TO CT-UPDUSER
          IF WS-CONTACT-NEW = 'Y' THEN
             WRITE CT-REC
          ELSE
             REWRITE CT-REC
          END-IF
          IF WS-CONTACT-STATUS = '00' THEN
             DISPLAY 'Contact entry saved.'
          ELSE
             DISPLAY 'ERROR: contact file update failed - status '
                     WS-CONTACT-STATUS
             PERFORM PARA-SET-RC-ERROR
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Language and delivery must be known codes, and the delivery
      *asked for must have an address to go to
       PARA-VALIDATE-CONTACT.
       MOVE 'Y' TO WS-CONTACT-VALID.
       MOVE SPACES TO WS-CONTACT-REASON.
       PERFORM PARA-CHECK-CONTACT-USABLE.
       EVALUATE TRUE
          WHEN CT-LANG NOT = 'FR' AND CT-LANG NOT = 'EN'
             MOVE 'N' TO WS-CONTACT-VALID
             MOVE 'LANGUAGE MUST BE FR OR EN' TO WS-CONTACT-REASON
          WHEN CT-DELIVERY NOT = 'POST' AND
               CT-DELIVERY NOT = 'EMAIL'
             MOVE 'N' TO WS-CONTACT-VALID
             MOVE 'DELIVERY MUST BE POST OR EMAIL'
                                             TO WS-CONTACT-REASON
          WHEN CT-DELIVERY = 'EMAIL' AND WS-EMAIL-OK = 'N'
             MOVE 'N' TO WS-CONTACT-VALID
             MOVE 'EMAIL DELIVERY WITHOUT ADDRESS'
                                             TO WS-CONTACT-REASON
          WHEN CT-DELIVERY = 'POST' AND WS-POSTAL-OK = 'N'
             MOVE 'N' TO WS-CONTACT-VALID
             MOVE 'POSTAL ADDRESS INCOMPLETE' TO WS-CONTACT-REASON
          WHEN OTHER
             CONTINUE
       END-EVALUATE.
      *
      ******************************************************************
      *
      *Contact exceptions: every client with a live contract (ACTIVE,
      *or EXPIRED and still being chased for its renewal premium)
      *whose documents could not go out - no contact entry, or no
      *usable address for the delivery asked for - plus every live
      *contract that has no client number at all. The cross-reference
      *groups the book by client; the master pass catches the
      *unnumbered contracts it cannot hold.
       PARA-CONTACTEXC-MODE.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE 0 TO WS-CXE-COUNT.
       MOVE 0 TO WS-CXE-CLIENTS.
       PERFORM PARA-OPEN-CONTACTS.
       OPEN INPUT CLIENT-XREF.
       IF WS-XREF-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot open cross-reference '
                  'assurances-clientxref.idx - status '
                  WS-XREF-STATUS ' - run CLIENTNUM to build it.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          OPEN OUTPUT CONTACTEXC-RPT
          MOVE SPACES TO WS-CXE-CLIENTNO
          MOVE 0 TO WS-CXE-LIVE
          MOVE 'N' TO WS-XREF-EOF
          PERFORM UNTIL WS-XREF-EOF = 'Y'
             READ CLIENT-XREF NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-XREF-EOF
                NOT AT END
                   PERFORM PARA-CONTACTEXC-XREF-ONE
             END-READ
          END-PERFORM
          PERFORM PARA-CONTACTEXC-CLIENT-END
          CLOSE CLIENT-XREF

          PERFORM PARA-MASTER-REWIND
          IF WS-EOF = 'N' THEN
             PERFORM PARA-MASTER-READ-NEXT
          END-IF
          PERFORM UNTIL WS-EOF = 'Y'
             IF WS-ASSUR-CLIENTNO = SPACES AND
                (WS-ASSUR-STATUS = 'ACTIVE' OR
                 WS-ASSUR-STATUS = 'EXPIRED') THEN
                MOVE SPACES TO CE-CLIENTNO
                MOVE WS-ASSUR-CLIENT TO CE-CLIENT
                MOVE WS-ASSUR-CONTRACT TO CE-CONTRACT
                MOVE 1 TO CE-LIVE
                MOVE 'NO CLIENT NUMBER' TO CE-REASON
                PERFORM PARA-WRITE-CONTACTEXC
             END-IF
             PERFORM PARA-MASTER-READ-NEXT
          END-PERFORM
          CLOSE CONTACTEXC-RPT
          DISPLAY WS-CXE-CLIENTS ' client(s) with live contracts '
                  'checked, ' WS-CXE-COUNT ' exception(s) - see '
                  'assurances-contactexc.dat'
          IF WS-CXE-COUNT > 0 THEN
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
       PERFORM PARA-CLOSE-CONTACTS.
      *
      ******************************************************************
      *
      *Count the client's live contracts as its cross-reference
      *entries go by; a new client number closes off the one before
       PARA-CONTACTEXC-XREF-ONE.
       IF CX-CLIENTNO NOT = WS-CXE-CLIENTNO THEN
          PERFORM PARA-CONTACTEXC-CLIENT-END
          MOVE CX-CLIENTNO TO WS-CXE-CLIENTNO
          MOVE CX-CLIENT TO WS-CXE-CLIENT
          MOVE SPACES TO WS-CXE-CONTRACT
          MOVE 0 TO WS-CXE-LIVE
       END-IF.
       MOVE CX-CONTRACT TO WS-MAINT-CONTRACT.
       PERFORM PARA-FIND-CONTRACT.
       IF WS-MAINT-FOUND = 'Y' THEN
          IF WS-ASSUR-STATUS = 'ACTIVE' OR
             WS-ASSUR-STATUS = 'EXPIRED' THEN
             ADD 1 TO WS-CXE-LIVE
             IF WS-CXE-CONTRACT = SPACES THEN
                MOVE CX-CONTRACT TO WS-CXE-CONTRACT
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-CONTACTEXC-CLIENT-END.
       IF WS-CXE-CLIENTNO NOT = SPACES AND WS-CXE-LIVE > 0 THEN
          ADD 1 TO WS-CXE-CLIENTS
          MOVE WS-CXE-CLIENTNO TO WS-CONTACT-KEY
          MOVE WS-CXE-CLIENT TO WS-ADB-NAME
          PERFORM PARA-ADDRESS-BLOCK
          IF WS-DOC-CHANNEL = 'NONE' THEN
             MOVE WS-CXE-CLIENTNO TO CE-CLIENTNO
             MOVE WS-CXE-CLIENT TO CE-CLIENT
             MOVE WS-CXE-CONTRACT TO CE-CONTRACT
             MOVE WS-CXE-LIVE TO CE-LIVE
             MOVE WS-ADB-REASON TO CE-REASON
             PERFORM PARA-WRITE-CONTACTEXC
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-WRITE-CONTACTEXC.
       MOVE '*' TO CE-SEP1 CE-SEP2 CE-SEP3 CE-SEP4.
       WRITE FD-CONTACTEXC-REC.
       ADD 1 TO WS-CXE-COUNT.
      *
      ******************************************************************
      *
      *Keyed pull of one client's full portfolio: START the
      *cross-reference at the client number and read its contracts
      *off the master one keyed READ each - no book scan, no name
      *matching
       PARA-PORTFOLIO-MODE.
       IF WS-PARM2 NOT = SPACES THEN
          MOVE WS-PARM2(1:8) TO WS-PORT-CLIENTNO
       ELSE
          DISPLAY 'Enter client number: ' WITH NO ADVANCING
          ACCEPT WS-PORT-CLIENTNO
       END-IF.
       MOVE 0 TO WS-PORT-COUNT.
       OPEN INPUT CLIENT-XREF.
       IF WS-XREF-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot open cross-reference '
                  'assurances-clientxref.idx - status '
                  WS-XREF-STATUS ' - run CLIENTNUM to build it.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          MOVE WS-PORT-CLIENTNO TO CX-CLIENTNO
          MOVE LOW-VALUES TO CX-CONTRACT
          START CLIENT-XREF KEY IS NOT LESS THAN CX-KEY
             INVALID KEY
                MOVE 'Y' TO WS-XREF-EOF
             NOT INVALID KEY
                MOVE 'N' TO WS-XREF-EOF
          END-START
          PERFORM PARA-DISP-HDR
          PERFORM UNTIL WS-XREF-EOF = 'Y'
             READ CLIENT-XREF NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-XREF-EOF
                NOT AT END
                   IF CX-CLIENTNO NOT = WS-PORT-CLIENTNO THEN
                      MOVE 'Y' TO WS-XREF-EOF
                   ELSE
                      PERFORM PARA-PORTFOLIO-ONE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE CLIENT-XREF
          DISPLAY ' '
          DISPLAY WS-PORT-COUNT ' contract(s) on file for client '
                  WS-PORT-CLIENTNO '.'
       END-IF.
      *
      ******************************************************************
      *
       PARA-PORTFOLIO-ONE.
       MOVE CX-CONTRACT TO MAS-CONTRACT.
       READ ASSUR-MASTER
          INVALID KEY
             DISPLAY 'WARNING: cross-reference names contract '
                     CX-CONTRACT ' but it is not on the master - '
                     'rebuild with a CLIENTNUM run.'
             PERFORM PARA-SET-RC-WARNING
          NOT INVALID KEY
             PERFORM PARA-MOVE-MASTER-TO-WS
             ADD 1 TO WS-PORT-COUNT
             MOVE WS-PORT-COUNT TO WS-ASSUR-IDX
             PERFORM PARA-DISP-REC
       END-READ.
      *
      ******************************************************************
      *
      *Receipts intake: match the payments keyed in by the renewals
      *desk against the open premium calls written by RENEWAL mode,
      *then report every call still unpaid or short-paid - aged by
      *days past its due date - plus every receipt with no matching
      *call, so the desk chases from the report instead of from a
      *side spreadsheet
       PARA-RECEIPTS-MODE.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE WS-TS-DATE TO WS-DATE-NUM-1.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       MOVE 0 TO WS-RCP-COUNT.
       MOVE 0 TO WS-RCP-NOCALL.
       MOVE 0 TO WS-OUT-COUNT.
       MOVE 0 TO WS-OUT-NOTDUE.
       MOVE 'N' TO WS-CALL-TBL-WARNED.

       PERFORM PARA-LOAD-CALLS.
       IF WS-CALL-MAX = 0 THEN
          DISPLAY 'No open premium calls on file '
                  '(assurances-renewal.dat) - run RENEWAL first.'
          PERFORM PARA-SET-RC-WARNING
       ELSE
          OPEN INPUT RECEIPTS-ASSUR
          IF WS-RECEIPTS-STATUS NOT = '00' THEN
             DISPLAY 'ERROR: receipts file assurances-receipts.dat '
                     'not found or unreadable - status '
                     WS-RECEIPTS-STATUS
             PERFORM PARA-SET-RC-ERROR
          ELSE
             OPEN OUTPUT OUTSTANDING-RPT
             MOVE 'N' TO WS-EOF2
             PERFORM UNTIL WS-EOF2 = 'Y'
                READ RECEIPTS-ASSUR
                   AT END
                      MOVE 'Y' TO WS-EOF2
                   NOT AT END
                      PERFORM PARA-RECEIPT-ONE
                END-READ
             END-PERFORM
             CLOSE RECEIPTS-ASSUR
             PERFORM PARA-OUTSTAND-SCAN
             CLOSE OUTSTANDING-RPT
             DISPLAY WS-RCP-COUNT ' receipt(s) matched, '
                     WS-RCP-NOCALL ' with no matching call, '
                     WS-OUT-COUNT ' call(s) outstanding, '
                     WS-OUT-NOTDUE ' instalment(s) not yet due - see '
                     'assurances-outstanding.dat'
             IF WS-RCP-NOCALL > 0 THEN
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Open premium calls into the work table, one entry per
      *instalment called
       PARA-LOAD-CALLS.
       MOVE 0 TO WS-CALL-MAX.
       MOVE 'N' TO WS-EOF2.
       OPEN INPUT RENEWAL-WORK.
       IF WS-RENEWAL-STATUS NOT = '00' THEN
          DISPLAY 'WARNING: premium call file '
                  'assurances-renewal.dat not found or unreadable '
                  '- status ' WS-RENEWAL-STATUS
       ELSE
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ RENEWAL-WORK
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   PERFORM PARA-LOAD-ONE-CALL
             END-READ
          END-PERFORM
          CLOSE RENEWAL-WORK
       END-IF.
      *
      ******************************************************************
      *
      *A call file cut before premium plans existed carries no
      *instalment fields - each of its calls is a single instalment
      *of the whole premium
       PARA-LOAD-ONE-CALL.
       IF WS-CALL-MAX < 5000 THEN
          ADD 1 TO WS-CALL-MAX
          MOVE RW-CONTRACT TO WS-CA-CONTRACT(WS-CALL-MAX)
          MOVE RW-CLIENT TO WS-CA-CLIENT(WS-CALL-MAX)
          MOVE RW-CURRENCY TO WS-CA-CURRENCY(WS-CALL-MAX)
          IF RW-AMOUNT IS NUMERIC THEN
             MOVE RW-AMOUNT TO WS-CA-TERMAMT(WS-CALL-MAX)
          ELSE
             MOVE 0 TO WS-CA-TERMAMT(WS-CALL-MAX)
          END-IF
          IF RW-INSTNO IS NUMERIC AND RW-INSTCOUNT IS NUMERIC AND
             RW-INSTAMT IS NUMERIC
             MOVE RW-INSTNO TO WS-CA-INSTNO(WS-CALL-MAX)
             MOVE RW-INSTCOUNT TO WS-CA-INSTCOUNT(WS-CALL-MAX)
             MOVE RW-INSTAMT TO WS-CA-AMOUNT(WS-CALL-MAX)
          ELSE
             MOVE 1 TO WS-CA-INSTNO(WS-CALL-MAX)
             MOVE 1 TO WS-CA-INSTCOUNT(WS-CALL-MAX)
             MOVE WS-CA-TERMAMT(WS-CALL-MAX)
                                       TO WS-CA-AMOUNT(WS-CALL-MAX)
          END-IF
          MOVE RW-DUEDATE TO WS-CA-DUEDATE(WS-CALL-MAX)
          MOVE 0 TO WS-CA-RECEIVED(WS-CALL-MAX)
          MOVE RW-NEW-STDATE TO WS-CA-NEW-STDATE(WS-CALL-MAX)
          MOVE RW-NEW-ENDDATE TO WS-CA-NEW-ENDDATE(WS-CALL-MAX)
       ELSE
          IF WS-CALL-TBL-WARNED = 'N' THEN
             DISPLAY 'WARNING: more than 5000 open premium calls - '
                     'calls beyond the table are not matched.'
             MOVE 'Y' TO WS-CALL-TBL-WARNED
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *One receipt: fold it into its contract's open instalments, or
      *report it as NOCALL on the spot
       PARA-RECEIPT-ONE.
       IF RP-AMOUNT IS NUMERIC THEN
          MOVE RP-AMOUNT TO WS-RCP-AMOUNT
       ELSE
          MOVE 0 TO WS-RCP-AMOUNT
       END-IF.
       PERFORM PARA-APPLY-RECEIPT.
       IF WS-CALL-FOUND = 'N' THEN
          ADD 1 TO WS-RCP-NOCALL
          MOVE 'NOCALL' TO OU-STATUS
          MOVE RP-CONTRACT TO OU-CONTRACT
          MOVE SPACES TO OU-CLIENT
          MOVE 0 TO OU-CALLED
          MOVE WS-RCP-AMOUNT TO OU-RECEIVED
          MOVE SPACES TO OU-CURRENCY
          MOVE RP-VALDATE TO OU-DUEDATE
          MOVE 0 TO OU-DAYS-PAST
          MOVE SPACES TO OU-AGEBAND
          MOVE RP-REFERENCE TO OU-REFERENCE
          MOVE 0 TO OU-INSTNO
          MOVE 0 TO OU-INSTCOUNT
          MOVE SPACES TO OU-TERMEND
          PERFORM PARA-WRITE-OUTSTAND-REC
       END-IF.
      *
      ******************************************************************
      *
      *WS-CALL-HIT is left on the contract's last instalment
       PARA-FIND-CALL.
       MOVE 'N' TO WS-CALL-FOUND.
       MOVE 0 TO WS-CALL-HIT.
       PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                UNTIL WS-CALL-IDX > WS-CALL-MAX
          IF WS-CA-CONTRACT(WS-CALL-IDX) = RP-CONTRACT
             MOVE 'Y' TO WS-CALL-FOUND
             MOVE WS-CALL-IDX TO WS-CALL-HIT
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *One payment against the contract's calls, oldest instalment
      *first: each open instalment is topped up to its amount before
      *the next one is touched. Money left once every instalment is
      *covered stays on the last one, where the scan reports it as an
      *overpayment. WS-CALL-FOUND = 'N' when the contract has no call.
       PARA-APPLY-RECEIPT.
       PERFORM PARA-FIND-CALL.
       IF WS-CALL-FOUND = 'Y' THEN
          MOVE WS-RCP-AMOUNT TO WS-RCP-LEFT
          MOVE 'Y' TO WS-INST-OPEN
          PERFORM UNTIL WS-RCP-LEFT = 0 OR WS-INST-OPEN = 'N'
             PERFORM PARA-FIND-OLDEST-OPEN
             IF WS-INST-OPEN = 'Y' THEN
                COMPUTE WS-INST-DUE = WS-CA-AMOUNT(WS-INST-HIT)
                                    - WS-CA-RECEIVED(WS-INST-HIT)
                IF WS-INST-DUE > WS-RCP-LEFT THEN
                   MOVE WS-RCP-LEFT TO WS-INST-DUE
                END-IF
                ADD WS-INST-DUE TO WS-CA-RECEIVED(WS-INST-HIT)
                SUBTRACT WS-INST-DUE FROM WS-RCP-LEFT
             END-IF
          END-PERFORM
          IF WS-RCP-LEFT > 0 THEN
             ADD WS-RCP-LEFT TO WS-CA-RECEIVED(WS-CALL-HIT)
          END-IF
          ADD 1 TO WS-RCP-COUNT
       END-IF.
      *
      ******************************************************************
      *
      *The receipt's contract's instalment with the earliest due date
      *still short of its amount; WS-INST-OPEN = 'N' when none is
       PARA-FIND-OLDEST-OPEN.
       MOVE 'N' TO WS-INST-OPEN.
       MOVE 0 TO WS-INST-HIT.
       PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                UNTIL WS-CALL-IDX > WS-CALL-MAX
          IF WS-CA-CONTRACT(WS-CALL-IDX) = RP-CONTRACT AND
             WS-CA-RECEIVED(WS-CALL-IDX) < WS-CA-AMOUNT(WS-CALL-IDX)
             IF WS-INST-OPEN = 'N' THEN
                MOVE 'Y' TO WS-INST-OPEN
                MOVE WS-CALL-IDX TO WS-INST-HIT
             ELSE
                IF WS-CA-DUEDATE(WS-CALL-IDX) <
                                      WS-CA-DUEDATE(WS-INST-HIT)
                   MOVE WS-CALL-IDX TO WS-INST-HIT
                END-IF
             END-IF
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *Every call the receipts did not cover in full goes out aged;
      *payments above the call are flagged too so the desk can check
      *the keying
       PARA-OUTSTAND-SCAN.
       PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                UNTIL WS-CALL-IDX > WS-CALL-MAX
          IF WS-CA-RECEIVED(WS-CALL-IDX) <
                                      WS-CA-AMOUNT(WS-CALL-IDX)
             PERFORM PARA-OUTSTAND-ONE
          ELSE
             IF WS-CA-RECEIVED(WS-CALL-IDX) >
                                      WS-CA-AMOUNT(WS-CALL-IDX)
                PERFORM PARA-OVERPAY-ONE
             END-IF
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *A later instalment of a plan that has not fallen due yet is
      *listed as NOTDUE and is not counted as outstanding
       PARA-OUTSTAND-ONE.
       IF WS-CA-INSTNO(WS-CALL-IDX) > 1 AND
              WS-CA-DUEDATE(WS-CALL-IDX) > WS-TS-DATE THEN
          ADD 1 TO WS-OUT-NOTDUE
          MOVE 'NOTDUE' TO OU-STATUS
       ELSE
          ADD 1 TO WS-OUT-COUNT
          IF WS-CA-RECEIVED(WS-CALL-IDX) = 0 THEN
             MOVE 'UNPAID' TO OU-STATUS
          ELSE
             MOVE 'SHORTPAY' TO OU-STATUS
          END-IF
       END-IF.
       PERFORM PARA-FILL-OUTSTAND-CALL.
       PERFORM PARA-AGE-CALL.
       PERFORM PARA-WRITE-OUTSTAND-REC.
      *
      ******************************************************************
      *
       PARA-OVERPAY-ONE.
       MOVE 'OVERPAY' TO OU-STATUS.
       PERFORM PARA-FILL-OUTSTAND-CALL.
       MOVE 0 TO OU-DAYS-PAST.
       MOVE SPACES TO OU-AGEBAND.
       PERFORM PARA-WRITE-OUTSTAND-REC.
      *
      ******************************************************************
      *
       PARA-FILL-OUTSTAND-CALL.
       MOVE WS-CA-CONTRACT(WS-CALL-IDX) TO OU-CONTRACT.
       MOVE WS-CA-CLIENT(WS-CALL-IDX) TO OU-CLIENT.
       MOVE WS-CA-AMOUNT(WS-CALL-IDX) TO OU-CALLED.
       MOVE WS-CA-RECEIVED(WS-CALL-IDX) TO OU-RECEIVED.
       MOVE WS-CA-CURRENCY(WS-CALL-IDX) TO OU-CURRENCY.
       MOVE WS-CA-DUEDATE(WS-CALL-IDX) TO OU-DUEDATE.
       MOVE SPACES TO OU-REFERENCE.
       MOVE WS-CA-INSTNO(WS-CALL-IDX) TO OU-INSTNO.
       MOVE WS-CA-INSTCOUNT(WS-CALL-IDX) TO OU-INSTCOUNT.
       MOVE WS-CA-NEW-ENDDATE(WS-CALL-IDX) TO OU-TERMEND.
      *
      ******************************************************************
      *
      *Days past the due date and the ageing band the collections
      *desk works in; a call not yet due ages as CURRENT
       PARA-AGE-CALL.
       MOVE 0 TO OU-DAYS-PAST.
       MOVE 'CURRENT' TO OU-AGEBAND.
       MOVE WS-CA-DUEDATE(WS-CALL-IDX) TO WS-DATE-TO-CHECK.
       PERFORM PARA-CHECK-DATE-FIELD.
       IF WS-DATE-VALID = 'Y' THEN
          MOVE WS-CA-DUEDATE(WS-CALL-IDX) TO WS-DATE-NUM-2
          COMPUTE WS-DUE-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-2)
          COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT
          IF WS-DAYS-PAST > 0 THEN
             MOVE WS-DAYS-PAST TO OU-DAYS-PAST
             EVALUATE TRUE
                WHEN WS-DAYS-PAST <= 30
                   MOVE '1-30' TO OU-AGEBAND
                WHEN WS-DAYS-PAST <= 60
                   MOVE '31-60' TO OU-AGEBAND
                WHEN WS-DAYS-PAST <= 90
                   MOVE '61-90' TO OU-AGEBAND
                WHEN OTHER
                   MOVE 'OVER 90' TO OU-AGEBAND
             END-EVALUATE
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-WRITE-OUTSTAND-REC.
       MOVE '*' TO OU-SEP1 OU-SEP2 OU-SEP3 OU-SEP4 OU-SEP5 OU-SEP6
                   OU-SEP7 OU-SEP8 OU-SEP9 OU-SEP10 OU-SEP11 OU-SEP12.
       WRITE FD-OUTSTAND-REC.
      *
      ******************************************************************
      *
      *Renewal acceptance: match the receipts against the open premium
      *calls the way RECEIPTS does, then take every call paid in full
      *(short by no more than the tolerance) onto the policy master -
      *the term moves to the proposed renewal dates, the rewrite is
      *journaled, the cross-reference is refreshed and the renewal is
      *logged for the ledger extract. Short-paid calls, and calls
      *whose contract has moved on since the call was cut, are held
      *for the desk instead. A call already taken on is skipped, so a
      *rerun never rolls a contract twice. Receipts with no call are
      *left to the RECEIPTS report. On a premium plan the contract is
      *renewed once its first instalment is paid; the later ones are
      *chased by RECEIPTS and DUNNING against the new term.
      *Usage: RENEWPAID [tolerance]
       PARA-RENEWPAID-MODE.
       MOVE 1 TO WS-RENEW-TOLERANCE.
       IF WS-PARM2 NOT = SPACES THEN
          COMPUTE WS-RENEW-TOLERANCE = FUNCTION NUMVAL(WS-PARM2)
       END-IF.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE 0 TO WS-RCP-COUNT.
       MOVE 0 TO WS-RNW-RENEWED.
       MOVE 0 TO WS-RNW-HELD.
       MOVE 0 TO WS-RNW-ALREADY.
       MOVE 'N' TO WS-CALL-TBL-WARNED.

       PERFORM PARA-LOAD-CALLS.
       IF WS-CALL-MAX = 0 THEN
          DISPLAY 'No open premium calls on file '
                  '(assurances-renewal.dat) - nothing to renew.'
          PERFORM PARA-SET-RC-WARNING
       ELSE
          OPEN INPUT RECEIPTS-ASSUR
          IF WS-RECEIPTS-STATUS NOT = '00' THEN
             DISPLAY 'ERROR: receipts file assurances-receipts.dat '
                     'not found or unreadable - status '
                     WS-RECEIPTS-STATUS ' - nothing renewed.'
             PERFORM PARA-SET-RC-ERROR
          ELSE
             MOVE 'N' TO WS-EOF2
             PERFORM UNTIL WS-EOF2 = 'Y'
                READ RECEIPTS-ASSUR
                   AT END
                      MOVE 'Y' TO WS-EOF2
                   NOT AT END
                      PERFORM PARA-RENEWPAID-MATCH
                END-READ
             END-PERFORM
             CLOSE RECEIPTS-ASSUR
             PERFORM PARA-RENEWPAID-APPLY
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *A renewal the ledger never hears about is premium lost from the
      *books, so no contract is renewed unless the log can be written
       PARA-RENEWPAID-APPLY.
       OPEN EXTEND RENEWLOG-ASSUR.
       IF WS-RENEWLOG-STATUS = '35' THEN
          OPEN OUTPUT RENEWLOG-ASSUR
       END-IF.
       IF WS-RENEWLOG-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot open renewal log '
                  'assurances-renewlog.dat - status '
                  WS-RENEWLOG-STATUS ' - nothing renewed.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          MOVE 'Y' TO WS-RENEWLOG-OK
          PERFORM PARA-OPEN-XREF
          OPEN OUTPUT RENEWED-RPT
          PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                   UNTIL WS-CALL-IDX > WS-CALL-MAX
             IF WS-CA-RECEIVED(WS-CALL-IDX) > 0 AND
                WS-CA-INSTNO(WS-CALL-IDX) <= 1
                PERFORM PARA-RENEWPAID-ONE
             END-IF
          END-PERFORM
          CLOSE RENEWED-RPT
          PERFORM PARA-CLOSE-XREF
          CLOSE RENEWLOG-ASSUR
          MOVE 'N' TO WS-RENEWLOG-OK
          IF WS-RNW-RENEWED > 0 THEN
             PERFORM PARA-REWRITE-CSV
          END-IF
          DISPLAY WS-RNW-RENEWED ' contract(s) renewed, '
                  WS-RNW-HELD ' held for review, '
                  WS-RNW-ALREADY ' already renewed - see '
                  'assurances-renewed.dat'
          IF WS-RNW-HELD > 0 THEN
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-RENEWPAID-MATCH.
       IF RP-AMOUNT IS NUMERIC THEN
          MOVE RP-AMOUNT TO WS-RCP-AMOUNT
       ELSE
          MOVE 0 TO WS-RCP-AMOUNT
       END-IF.
       PERFORM PARA-APPLY-RECEIPT.
      *
      ******************************************************************
      *
      *One call with money against it: first reason to hold wins, the
      *same way the policy add validates; a master already carrying
      *the proposed end date was renewed by an earlier run
       PARA-RENEWPAID-ONE.
       MOVE SPACES TO WS-RNW-REASON.
       MOVE SPACES TO WS-RNW-OLD-ENDDATE.
       COMPUTE WS-RNW-SHORT = WS-CA-AMOUNT(WS-CALL-IDX)
                            - WS-CA-RECEIVED(WS-CALL-IDX).
       MOVE WS-CA-CONTRACT(WS-CALL-IDX) TO WS-MAINT-CONTRACT.
       PERFORM PARA-FIND-CONTRACT.
       IF WS-MAINT-FOUND = 'N' THEN
          MOVE 'CONTRACT NOT ON MASTER' TO WS-RNW-REASON
          PERFORM PARA-RENEWPAID-HOLD
       ELSE
          MOVE WS-ASSUR-ENDDATE TO WS-RNW-OLD-ENDDATE
          IF WS-ASSUR-ENDDATE = WS-CA-NEW-ENDDATE(WS-CALL-IDX) THEN
             ADD 1 TO WS-RNW-ALREADY
          ELSE
             EVALUATE TRUE
                WHEN WS-RNW-SHORT > WS-RENEW-TOLERANCE
                   MOVE 'SHORT-PAID' TO WS-RNW-REASON
                WHEN WS-ASSUR-STATUS = 'CANCELED'
                   MOVE 'CONTRACT CANCELED' TO WS-RNW-REASON
                WHEN WS-ASSUR-STATUS = 'LAPSED'
                   MOVE 'CONTRACT LAPSED' TO WS-RNW-REASON
                WHEN WS-ASSUR-ENDDATE NOT =
                                      WS-CA-DUEDATE(WS-CALL-IDX)
                   MOVE 'TERM CHANGED SINCE CALL' TO WS-RNW-REASON
             END-EVALUATE
             IF WS-RNW-REASON = SPACES THEN
                PERFORM PARA-RENEWPAID-TAKE-ON
             ELSE
                PERFORM PARA-RENEWPAID-HOLD
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Roll the master onto the renewal term; a contract the nightly
      *roll already expired while the payment was in the post comes
      *back in force
       PARA-RENEWPAID-TAKE-ON.
       MOVE WS-CA-NEW-STDATE(WS-CALL-IDX) TO WS-ASSUR-STDATE.
       MOVE WS-CA-NEW-ENDDATE(WS-CALL-IDX) TO WS-ASSUR-ENDDATE.
       IF WS-ASSUR-STATUS = 'EXPIRED' THEN
          MOVE 'ACTIVE' TO WS-ASSUR-STATUS
       END-IF.
       PERFORM PARA-MASTER-REWRITE.
       IF WS-MASTER-STATUS = '00' THEN
          PERFORM PARA-XREF-ADD
          MOVE WS-TS-DATE TO RG-RENEWDATE
          MOVE WS-ASSUR-CONTRACT TO RG-CONTRACT
          MOVE WS-ASSUR-PRODUCT TO RG-PRODUCT
          MOVE WS-ASSUR-CURRENCY TO RG-CURRENCY
          MOVE WS-CA-TERMAMT(WS-CALL-IDX) TO RG-AMOUNT
          MOVE WS-ASSUR-STDATE TO RG-NEW-STDATE
          MOVE WS-ASSUR-ENDDATE TO RG-NEW-ENDDATE
          MOVE '*' TO RG-SEP1 RG-SEP2 RG-SEP3 RG-SEP4 RG-SEP5 RG-SEP6
          WRITE FD-RENEWLOG-REC
          IF WS-RENEWLOG-STATUS NOT = '00' THEN
             DISPLAY 'ERROR: renewal log write failed for contract '
                     WS-ASSUR-CONTRACT ' - status ' WS-RENEWLOG-STATUS
                     ' - post its renewed premium by hand.'
             PERFORM PARA-SET-RC-ERROR
          END-IF
          ADD 1 TO WS-RNW-RENEWED
          MOVE 'RENEWED' TO RD-STATUS
          MOVE SPACES TO RD-REASON
          PERFORM PARA-WRITE-RENEWED-REC
       ELSE
          MOVE 'MASTER REWRITE FAILED' TO WS-RNW-REASON
          PERFORM PARA-RENEWPAID-HOLD
       END-IF.
      *
      ******************************************************************
      *
       PARA-RENEWPAID-HOLD.
       ADD 1 TO WS-RNW-HELD.
       MOVE 'HELD' TO RD-STATUS.
       MOVE WS-RNW-REASON TO RD-REASON.
       PERFORM PARA-WRITE-RENEWED-REC.
      *
      ******************************************************************
      *
       PARA-WRITE-RENEWED-REC.
       MOVE WS-CA-CONTRACT(WS-CALL-IDX) TO RD-CONTRACT.
       MOVE WS-CA-CLIENT(WS-CALL-IDX) TO RD-CLIENT.
       MOVE WS-CA-AMOUNT(WS-CALL-IDX) TO RD-CALLED.
       MOVE WS-CA-RECEIVED(WS-CALL-IDX) TO RD-RECEIVED.
       MOVE WS-CA-CURRENCY(WS-CALL-IDX) TO RD-CURRENCY.
       MOVE WS-RNW-OLD-ENDDATE TO RD-OLD-ENDDATE.
       MOVE WS-CA-NEW-STDATE(WS-CALL-IDX) TO RD-NEW-STDATE.
       MOVE WS-CA-NEW-ENDDATE(WS-CALL-IDX) TO RD-NEW-ENDDATE.
       MOVE '*' TO RD-SEP1 RD-SEP2 RD-SEP3 RD-SEP4 RD-SEP5 RD-SEP6
                   RD-SEP7 RD-SEP8 RD-SEP9.
       WRITE FD-RENEWED-REC.
      *
      ******************************************************************
      *
      *Dunning run off the outstanding premiums report RECEIPTS wrote:
      *every UNPAID or SHORTPAY call is chased by its age band - first
      *reminder at 1-30 days, second reminder at 31-60, final notice
      *past 60 - and the stage each contract has reached is kept on
      *the dunning file so no letter goes out twice for the same call.
      *A contract whose final notice is older than the grace period
      *lapses: status LAPSED on the master, journaled, and a line on
      *the transitions report the way the ROLL run writes it. Calls
      *the master has since renewed, cancelled or lapsed are left
      *alone. On a premium plan only the contract's oldest unpaid
      *instalment is chased at a time.
      *Usage: DUNNING [grace-days]
       PARA-DUNNING-MODE.
       MOVE 30 TO WS-DUN-GRACE.
       IF WS-PARM2 NOT = SPACES THEN
          COMPUTE WS-DUN-GRACE = FUNCTION NUMVAL(WS-PARM2)
       END-IF.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE WS-TS-DATE TO WS-DATE-NUM-1.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1).
       MOVE WS-TS-DATE TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       MOVE WS-FMT-DATE-OUT TO WS-RUN-DATE-DISP.
       COMPUTE WS-DATE-NUM-2 =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-DUN-GRACE).
       MOVE WS-DATE-NUM-2 TO WS-DUN-LAPSE-DATE.
       MOVE 0 TO WS-DUN-FIRST.
       MOVE 0 TO WS-DUN-SECOND.
       MOVE 0 TO WS-DUN-FINAL.
       MOVE 0 TO WS-DUN-LAPSED.
       MOVE 0 TO WS-DUN-SKIPPED.
       MOVE SPACES TO WS-DUN-LAST-CONTRACT.

       OPEN INPUT OUTSTANDING-RPT.
       IF WS-OUTSTAND-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: outstanding premiums file '
                  'assurances-outstanding.dat not found or unreadable '
                  '- status ' WS-OUTSTAND-STATUS ' - run RECEIPTS '
                  'first.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          PERFORM PARA-OPEN-DUNNING
          IF WS-DUNNING-STATUS NOT = '00' THEN
             DISPLAY 'ERROR: cannot open dunning stage file '
                     'assurances-dunning.idx - status '
                     WS-DUNNING-STATUS ' - no letters sent.'
             PERFORM PARA-SET-RC-ERROR
          ELSE
             OPEN OUTPUT REMINDER-RPT
             PERFORM PARA-OPEN-CONTACTS
             PERFORM PARA-OPEN-MAILING
             OPEN EXTEND TRANSITIONS-RPT
             IF WS-TRANSIT-STATUS = '35' THEN
                OPEN OUTPUT TRANSITIONS-RPT
             END-IF
             MOVE 'N' TO WS-EOF2
             PERFORM UNTIL WS-EOF2 = 'Y'
                READ OUTSTANDING-RPT
                   AT END
                      MOVE 'Y' TO WS-EOF2
                   NOT AT END
                      IF OU-STATUS = 'UNPAID' OR
                         OU-STATUS = 'SHORTPAY'
                         IF OU-CONTRACT NOT = WS-DUN-LAST-CONTRACT
                            PERFORM PARA-DUNNING-ONE
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE TRANSITIONS-RPT
             CLOSE REMINDER-RPT
             PERFORM PARA-CLOSE-MAILING
             PERFORM PARA-CLOSE-CONTACTS
             CLOSE DUNNING-ASSUR
             IF WS-DUN-LAPSED > 0 THEN
                PERFORM PARA-REWRITE-CSV
             END-IF
             DISPLAY WS-DUN-FIRST ' first reminder(s), '
                     WS-DUN-SECOND ' second reminder(s), '
                     WS-DUN-FINAL ' final notice(s) - see '
                     'assurances-reminders.dat'
             DISPLAY WS-DUN-LAPSED ' contract(s) lapsed for '
                     'non-payment - see assurances-transitions.dat; '
                     WS-DUN-SKIPPED ' call(s) no longer open on the '
                     'master'
          END-IF
          CLOSE OUTSTANDING-RPT
       END-IF.
      *
      ******************************************************************
      *
      *Open the dunning stage file for keyed upkeep, creating it on
      *first use
       PARA-OPEN-DUNNING.
       OPEN I-O DUNNING-ASSUR.
       IF WS-DUNNING-STATUS = '35' THEN
          OPEN OUTPUT DUNNING-ASSUR
          CLOSE DUNNING-ASSUR
          OPEN I-O DUNNING-ASSUR
       END-IF.
      *
      ******************************************************************
      *
      *Only a call still open on the master is chased: the contract in
      *force or expired on the very term the call was cut for. The
      *first instalment falls due while the old term is still on the
      *master; a later one once the contract has been renewed onto
      *the new term. The first call found open is the one the contract
      *is chased for; its later instalments wait their turn.
       PARA-DUNNING-ONE.
       MOVE OU-CONTRACT TO WS-MAINT-CONTRACT.
       PERFORM PARA-FIND-CONTRACT.
       MOVE 'N' TO WS-DUN-OPEN.
       IF WS-MAINT-FOUND = 'Y' THEN
          IF WS-ASSUR-STATUS = 'ACTIVE' OR
             WS-ASSUR-STATUS = 'EXPIRED'
             IF OU-INSTNO IS NUMERIC AND OU-INSTNO > 1 THEN
                IF WS-ASSUR-ENDDATE = OU-TERMEND THEN
                   MOVE 'Y' TO WS-DUN-OPEN
                END-IF
             ELSE
                IF WS-ASSUR-ENDDATE = OU-DUEDATE THEN
                   MOVE 'Y' TO WS-DUN-OPEN
                END-IF
             END-IF
          END-IF
       END-IF.
       IF WS-DUN-OPEN = 'Y' THEN
          MOVE OU-CONTRACT TO WS-DUN-LAST-CONTRACT
          PERFORM PARA-DUNNING-STAGE
       ELSE
          ADD 1 TO WS-DUN-SKIPPED
       END-IF.
      *
      ******************************************************************
      *
      *The age band says which letter is due; it goes out only when it
      *is further on than the stage already reached. Once the final
      *notice has gone, the grace period runs from its date.
       PARA-DUNNING-STAGE.
       EVALUATE OU-AGEBAND
          WHEN '1-30'
             MOVE 1 TO WS-DUN-BAND-STAGE
          WHEN '31-60'
             MOVE 2 TO WS-DUN-BAND-STAGE
          WHEN '61-90'
          WHEN 'OVER 90'
             MOVE 3 TO WS-DUN-BAND-STAGE
          WHEN OTHER
             MOVE 0 TO WS-DUN-BAND-STAGE
       END-EVALUATE.
       MOVE 'N' TO WS-DUN-NEW.
       MOVE OU-CONTRACT TO DN-CONTRACT.
       READ DUNNING-ASSUR
          INVALID KEY
             MOVE 'Y' TO WS-DUN-NEW
       END-READ.
       IF WS-DUN-NEW = 'Y' OR DN-DUEDATE NOT = OU-DUEDATE THEN
          MOVE OU-CONTRACT TO DN-CONTRACT
          MOVE OU-DUEDATE TO DN-DUEDATE
          MOVE 0 TO DN-STAGE
          MOVE SPACES TO DN-STAGE-DATE
       END-IF.
       IF WS-DUN-BAND-STAGE > DN-STAGE THEN
          MOVE WS-DUN-BAND-STAGE TO DN-STAGE
          MOVE WS-TS-DATE TO DN-STAGE-DATE
          PERFORM PARA-WRITE-DUNNING-LETTER
          PERFORM PARA-DUNNING-SAVE
       ELSE
          IF DN-STAGE = 3 THEN
             MOVE DN-STAGE-DATE TO WS-DATE-NUM-2
             COMPUTE WS-DUN-STAGE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-2)
             COMPUTE WS-DUN-DAYS = WS-TODAY-INT - WS-DUN-STAGE-INT
             IF WS-DUN-DAYS > WS-DUN-GRACE THEN
                PERFORM PARA-DUNNING-LAPSE
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-DUNNING-SAVE.
       IF WS-DUN-NEW = 'Y' THEN
          WRITE DN-REC
       ELSE
          REWRITE DN-REC
       END-IF.
       IF WS-DUNNING-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: dunning stage update failed for contract '
                  DN-CONTRACT ' - status ' WS-DUNNING-STATUS
                  ' - its next run may repeat the letter.'
          PERFORM PARA-SET-RC-ERROR
       END-IF.
      *
      ******************************************************************
      *
       PARA-DUNNING-LAPSE.
       MOVE WS-ASSUR-STATUS TO TN-OLD-STATUS.
       MOVE 'LAPSED' TO WS-ASSUR-STATUS.
       PERFORM PARA-MASTER-REWRITE.
       IF WS-MASTER-STATUS = '00' THEN
          MOVE WS-ASSUR-CONTRACT TO TN-CONTRACT
          MOVE WS-ASSUR-STATUS TO TN-NEW-STATUS
          MOVE WS-ASSUR-ENDDATE TO TN-ENDDATE
          WRITE FD-TRANSIT-REC
          MOVE 9 TO DN-STAGE
          MOVE WS-TS-DATE TO DN-STAGE-DATE
          PERFORM PARA-DUNNING-SAVE
          ADD 1 TO WS-DUN-LAPSED
       END-IF.
      *
      ******************************************************************
      *
      *One printable letter body per contract chased, in the renewal
      *notice layout; the final notice names the date cover lapses
       PARA-WRITE-DUNNING-LETTER.
       MOVE WS-ASSUR-CLIENTNO TO WS-CONTACT-KEY.
       MOVE OU-CLIENT TO WS-ADB-NAME.
       PERFORM PARA-ADDRESS-BLOCK.
       MOVE 'REMINDER' TO WS-MAIL-DOCTYPE.
       MOVE WS-ASSUR-CONTRACT TO WS-MAIL-CONTRACT.
       PERFORM PARA-WRITE-MAILING.
       EVALUATE DN-STAGE
          WHEN 1
             MOVE 'PREMIUM REMINDER' TO WS-DUN-TITLE
             IF WS-DOC-LANG = 'FR' THEN
                MOVE 'RAPPEL DE PRIME' TO WS-DUN-TITLE
             END-IF
             ADD 1 TO WS-DUN-FIRST
          WHEN 2
             MOVE 'SECOND PREMIUM REMINDER' TO WS-DUN-TITLE
             IF WS-DOC-LANG = 'FR' THEN
                MOVE 'DEUXIEME RAPPEL DE PRIME' TO WS-DUN-TITLE
             END-IF
             ADD 1 TO WS-DUN-SECOND
          WHEN OTHER
             MOVE 'FINAL NOTICE BEFORE LAPSE' TO WS-DUN-TITLE
             IF WS-DOC-LANG = 'FR' THEN
                MOVE 'DERNIER AVIS AVANT RESILIATION' TO WS-DUN-TITLE
             END-IF
             ADD 1 TO WS-DUN-FINAL
       END-EVALUATE.
       MOVE ALL '=' TO FD-REMINDER-LINE.
       WRITE FD-REMINDER-LINE.
       MOVE SPACES TO FD-REMINDER-LINE.
       STRING WS-DUN-TITLE DELIMITED BY '  '
              ' - ' DELIMITED BY SIZE
              WS-RUN-DATE-DISP DELIMITED BY SIZE
              INTO FD-REMINDER-LINE.
       WRITE FD-REMINDER-LINE.
       MOVE SPACES TO FD-REMINDER-LINE.
       WRITE FD-REMINDER-LINE.
       PERFORM VARYING WS-ADB-IDX FROM 1 BY 1
                UNTIL WS-ADB-IDX > WS-ADB-COUNT
          MOVE SPACES TO FD-REMINDER-LINE
          MOVE WS-ADB-LINE(WS-ADB-IDX) TO FD-REMINDER-LINE(5:60)
          WRITE FD-REMINDER-LINE
       END-PERFORM.
       MOVE SPACES TO FD-REMINDER-LINE.
       WRITE FD-REMINDER-LINE.
       MOVE SPACES TO FD-REMINDER-LINE.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'OBJET : CONTRAT ' DELIMITED BY SIZE
                 WS-ASSUR-CONTRACT DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 WS-ASSUR-PRODUCT DELIMITED BY SIZE
                 INTO FD-REMINDER-LINE
       ELSE
          STRING 'RE: CONTRACT ' DELIMITED BY SIZE
                 WS-ASSUR-CONTRACT DELIMITED BY SIZE
                 ' - ' DELIMITED BY SIZE
                 WS-ASSUR-PRODUCT DELIMITED BY SIZE
                 INTO FD-REMINDER-LINE
       END-IF.
       WRITE FD-REMINDER-LINE.
       MOVE SPACES TO FD-REMINDER-LINE.
       MOVE OU-DUEDATE TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'LA PRIME DE ' DELIMITED BY SIZE
                 OU-CALLED DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 OU-CURRENCY DELIMITED BY SIZE
                 ' ECHUE LE ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 ' EST IMPAYEE.' DELIMITED BY SIZE
                 INTO FD-REMINDER-LINE
       ELSE
          STRING 'THE PREMIUM OF ' DELIMITED BY SIZE
                 OU-CALLED DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 OU-CURRENCY DELIMITED BY SIZE
                 ' DUE ON ' DELIMITED BY SIZE
                 WS-FMT-DATE-OUT DELIMITED BY SIZE
                 ' IS UNPAID.' DELIMITED BY SIZE
                 INTO FD-REMINDER-LINE
       END-IF.
       WRITE FD-REMINDER-LINE.
       IF OU-INSTCOUNT IS NUMERIC AND OU-INSTCOUNT > 1 THEN
          MOVE SPACES TO FD-REMINDER-LINE
          IF WS-DOC-LANG = 'FR' THEN
             STRING 'ECHEANCE ' DELIMITED BY SIZE
                    OU-INSTNO DELIMITED BY SIZE
                    ' SUR ' DELIMITED BY SIZE
                    OU-INSTCOUNT DELIMITED BY SIZE
                    ' DE VOTRE ECHEANCIER DE PAIEMENT.'
                                                  DELIMITED BY SIZE
                    INTO FD-REMINDER-LINE
          ELSE
             STRING 'INSTALMENT ' DELIMITED BY SIZE
                    OU-INSTNO DELIMITED BY SIZE
                    ' OF ' DELIMITED BY SIZE
                    OU-INSTCOUNT DELIMITED BY SIZE
                    ' OF YOUR PREMIUM PLAN.' DELIMITED BY SIZE
                    INTO FD-REMINDER-LINE
          END-IF
          WRITE FD-REMINDER-LINE
       END-IF.
       MOVE SPACES TO FD-REMINDER-LINE.
       COMPUTE WS-DUN-OWED = OU-CALLED - OU-RECEIVED.
       IF WS-DOC-LANG = 'FR' THEN
          STRING 'MONTANT RESTANT DU : ' DELIMITED BY SIZE
                 WS-DUN-OWED DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 OU-CURRENCY DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 INTO FD-REMINDER-LINE
       ELSE
          STRING 'AMOUNT STILL OUTSTANDING: ' DELIMITED BY SIZE
                 WS-DUN-OWED DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 OU-CURRENCY DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 INTO FD-REMINDER-LINE
       END-IF.
       WRITE FD-REMINDER-LINE.
       IF DN-STAGE < 3 THEN
          IF WS-DOC-LANG = 'FR' THEN
             MOVE 'MERCI DE REGLER CE MONTANT OU DE CONTACTER VOTRE '
                                               TO FD-REMINDER-LINE
             WRITE FD-REMINDER-LINE
             MOVE 'AGENT.' TO FD-REMINDER-LINE
          ELSE
             MOVE 'PLEASE SETTLE THIS AMOUNT OR CONTACT YOUR AGENT.'
                                               TO FD-REMINDER-LINE
          END-IF
          WRITE FD-REMINDER-LINE
       ELSE
          MOVE SPACES TO FD-REMINDER-LINE
          MOVE WS-DUN-LAPSE-DATE TO WS-FMT-DATE-IN
          PERFORM PARA-FORMAT-DATE-DISP
          IF WS-DOC-LANG = 'FR' THEN
             STRING 'SANS PAIEMENT RECU AVANT LE ' DELIMITED BY SIZE
                    WS-FMT-DATE-OUT DELIMITED BY SIZE
                    ' VOTRE CONTRAT SERA RESILIE' DELIMITED BY SIZE
                    INTO FD-REMINDER-LINE
             WRITE FD-REMINDER-LINE
             MOVE 'ET VOTRE GARANTIE PRENDRA FIN.' TO FD-REMINDER-LINE
          ELSE
             STRING 'UNLESS PAYMENT IS RECEIVED BY ' DELIMITED BY SIZE
                    WS-FMT-DATE-OUT DELIMITED BY SIZE
                    ' YOUR CONTRACT WILL LAPSE' DELIMITED BY SIZE
                    INTO FD-REMINDER-LINE
             WRITE FD-REMINDER-LINE
             MOVE 'AND COVER WILL CEASE.' TO FD-REMINDER-LINE
          END-IF
          WRITE FD-REMINDER-LINE
       END-IF.
       MOVE SPACES TO FD-REMINDER-LINE.
       WRITE FD-REMINDER-LINE.
      *
      ******************************************************************
      *
      *Claims intake: validate each new claim against the policy
      *master - contract on file, claim date inside the contract term,
      *contract not CANCELED, amounts numeric - and open it on the
      *claims file under a fresh claim number; post each movement
      *record against the claim it names. Every movement goes to the
      *cumulative claims register, and an accepted/rejected
      *disposition is written per intake record the way APPLY does
      *for its transactions.
       PARA-CLAIMS-MODE.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       OPEN INPUT CLAIMS-INTAKE.
       IF WS-CLINTAKE-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: claims intake file '
                  'assurances-claimintake.dat not found or '
                  'unreadable - status ' WS-CLINTAKE-STATUS
          PERFORM PARA-SET-RC-ERROR
       ELSE
          OPEN EXTEND CLAIMS-REGISTER
          IF WS-CLAIMS-STATUS = '35' THEN
             OPEN OUTPUT CLAIMS-REGISTER
          END-IF
          IF WS-CLAIMS-STATUS NOT = '00' THEN
             DISPLAY 'ERROR: cannot open claims register '
                     'assurances-claims.dat - status '
                     WS-CLAIMS-STATUS
             PERFORM PARA-SET-RC-ERROR
             CLOSE CLAIMS-INTAKE
          ELSE
             PERFORM PARA-OPEN-CLAIMFILE
             IF WS-CLAIMFILE-OK = 'N' THEN
                DISPLAY 'ERROR: cannot open claims file '
                        'assurances-claimfile.idx - status '
                        WS-CLAIMFILE-STATUS ' - no claims processed.'
                PERFORM PARA-SET-RC-ERROR
                CLOSE CLAIMS-INTAKE
                CLOSE CLAIMS-REGISTER
             ELSE
                PERFORM PARA-CLAIMS-RUN
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLAIMS-RUN.
       PERFORM PARA-SEED-CLAIMNO.
       OPEN OUTPUT CLAIMDISP-RPT.
       MOVE 0 TO WS-CLAIM-SEQ.
       MOVE 0 TO WS-CLAIM-ACCEPTED.
       MOVE 0 TO WS-CLAIM-REJECTED.
       MOVE 'N' TO WS-EOF2.
       PERFORM UNTIL WS-EOF2 = 'Y'
          READ CLAIMS-INTAKE
             AT END
                MOVE 'Y' TO WS-EOF2
             NOT AT END
                PERFORM PARA-CLAIM-ONE
          END-READ
       END-PERFORM.
       CLOSE CLAIMS-INTAKE.
       CLOSE CLAIMS-REGISTER.
       CLOSE CLAIM-FILE.
       CLOSE CLAIMDISP-RPT.
       DISPLAY WS-CLAIM-ACCEPTED ' claim record(s) accepted, '
               WS-CLAIM-REJECTED ' rejected, '
               WS-CLM-MOVES ' movement(s) posted - see '
               'assurances-claimdisp.dat'.
       IF WS-CLAIM-REJECTED > 0 THEN
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
      *Claims file open for keyed upkeep. It is created on first use,
      *and the claims the register already carries without a claim
      *number are then numbered onto it; the register is open for
      *EXTEND on entry and again on return
       PARA-OPEN-CLAIMFILE.
       MOVE 'N' TO WS-CLAIMFILE-OK.
       OPEN I-O CLAIM-FILE.
       IF WS-CLAIMFILE-STATUS = '35' THEN
          PERFORM PARA-UNC-LOAD
          IF WS-UNC-OK = 'Y' THEN
             OPEN OUTPUT CLAIM-FILE
             CLOSE CLAIM-FILE
             OPEN I-O CLAIM-FILE
             IF WS-CLAIMFILE-STATUS = '00' THEN
                MOVE 'Y' TO WS-CLAIMFILE-OK
                PERFORM PARA-UNC-CONVERT
             END-IF
          END-IF
       ELSE
          IF WS-CLAIMFILE-STATUS = '00' THEN
             MOVE 'Y' TO WS-CLAIMFILE-OK
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Gather the register lines without a claim number into one
      *entry per contract and claim date, then have the register
      *back for EXTEND; if it cannot be had back the claims file is
      *not created, so the conversion is tried again next run
       PARA-UNC-LOAD.
       MOVE 'Y' TO WS-UNC-OK.
       MOVE 0 TO WS-UNC-MAX.
       MOVE 0 TO WS-UNC-LINES.
       MOVE 'N' TO WS-UNC-WARNED.
       CLOSE CLAIMS-REGISTER.
       OPEN INPUT CLAIMS-REGISTER.
       IF WS-CLAIMS-STATUS = '00' THEN
          MOVE 'N' TO WS-CLM-EOF
          PERFORM UNTIL WS-CLM-EOF = 'Y'
             READ CLAIMS-REGISTER
                AT END
                   MOVE 'Y' TO WS-CLM-EOF
                NOT AT END
                   IF CG-CLAIMNO = SPACES THEN
                      PERFORM PARA-UNC-LOAD-ONE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE CLAIMS-REGISTER
       END-IF.
       OPEN EXTEND CLAIMS-REGISTER.
       IF WS-CLAIMS-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot reopen claims register '
                  'assurances-claims.dat - status ' WS-CLAIMS-STATUS
                  ' - claims file not created.'
          PERFORM PARA-SET-RC-ERROR
          MOVE 'N' TO WS-UNC-OK
       END-IF.
      *
      ******************************************************************
      *
       PARA-UNC-LOAD-ONE.
       ADD 1 TO WS-UNC-LINES.
       MOVE 'N' TO WS-UNC-FOUND.
       PERFORM VARYING WS-UNC-IDX FROM 1 BY 1
                UNTIL WS-UNC-IDX > WS-UNC-MAX OR WS-UNC-FOUND = 'Y'
          IF WS-UC-CONTRACT(WS-UNC-IDX) = CG-CONTRACT AND
             WS-UC-CLAIMDATE(WS-UNC-IDX) = CG-CLAIMDATE
             MOVE 'Y' TO WS-UNC-FOUND
             MOVE WS-UNC-IDX TO WS-UNC-HIT
          END-IF
       END-PERFORM.
       IF WS-UNC-FOUND = 'N' THEN
          IF WS-UNC-MAX < 3000 THEN
             ADD 1 TO WS-UNC-MAX
             MOVE WS-UNC-MAX TO WS-UNC-HIT
             MOVE 'Y' TO WS-UNC-FOUND
             MOVE CG-CONTRACT TO WS-UC-CONTRACT(WS-UNC-HIT)
             MOVE CG-CLAIMDATE TO WS-UC-CLAIMDATE(WS-UNC-HIT)
             MOVE CG-ENTRYDATE TO WS-UC-FIRSTDATE(WS-UNC-HIT)
          ELSE
             IF WS-UNC-WARNED = 'N' THEN
                DISPLAY 'WARNING: more than 3000 claims without a '
                        'claim number on the register - claims beyond '
                        'the table are not converted onto the claims '
                        'file.'
                MOVE 'Y' TO WS-UNC-WARNED
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
       END-IF.
       IF WS-UNC-FOUND = 'Y' THEN
          MOVE CG-PRODUCT TO WS-UC-PRODUCT(WS-UNC-HIT)
          MOVE CG-CURRENCY TO WS-UC-CURRENCY(WS-UNC-HIT)
          MOVE CG-STATUS TO WS-UC-STATUS(WS-UNC-HIT)
          MOVE CG-ENTRYDATE TO WS-UC-LASTDATE(WS-UNC-HIT)
          IF CG-CLAIMED IS NUMERIC THEN
             MOVE CG-CLAIMED TO WS-UC-CLAIMED(WS-UNC-HIT)
          ELSE
             MOVE 0 TO WS-UC-CLAIMED(WS-UNC-HIT)
          END-IF
          IF CG-PAID IS NUMERIC THEN
             MOVE CG-PAID TO WS-UC-PAID(WS-UNC-HIT)
          ELSE
             MOVE 0 TO WS-UC-PAID(WS-UNC-HIT)
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Number each gathered claim onto the new claims file and post
      *the movements that bring it to where its last register line
      *left it, entered on the dates the register had them: the
      *amount claimed as the first reserve, then what was paid
       PARA-UNC-CONVERT.
       MOVE WS-TS-DATE TO WS-UNC-TODAY.
       MOVE 1 TO WS-CLM-NEXT.
       MOVE 0 TO WS-UNC-DONE.
       PERFORM VARYING WS-UNC-IDX FROM 1 BY 1
                UNTIL WS-UNC-IDX > WS-UNC-MAX
          PERFORM PARA-UNC-CONVERT-ONE
       END-PERFORM.
       MOVE WS-UNC-TODAY TO WS-TS-DATE.
       IF WS-UNC-MAX > 0 THEN
          DISPLAY WS-UNC-DONE ' claim(s) from ' WS-UNC-LINES
                  ' register line(s) without a claim number numbered '
                  'onto the claims file.'
       END-IF.
      *
      ******************************************************************
      *
       PARA-UNC-CONVERT-ONE.
       MOVE SPACES TO CM-CLAIMNO.
       MOVE 'CL' TO CM-CLAIMNO(1:2).
       MOVE WS-CLM-NEXT TO CM-CLAIMNO(3:8).
       ADD 1 TO WS-CLM-NEXT.
       MOVE WS-UC-CONTRACT(WS-UNC-IDX) TO CM-CONTRACT.
       MOVE WS-UC-PRODUCT(WS-UNC-IDX) TO CM-PRODUCT.
       MOVE WS-UC-CURRENCY(WS-UNC-IDX) TO CM-CURRENCY.
       MOVE WS-UC-CLAIMDATE(WS-UNC-IDX) TO CM-CLAIMDATE.
       MOVE WS-UC-FIRSTDATE(WS-UNC-IDX) TO CM-OPENDATE.
       MOVE WS-UC-CLAIMED(WS-UNC-IDX) TO CM-CLAIMED.
       MOVE 0 TO CM-RESERVE.
       MOVE 0 TO CM-PAID.
       MOVE 'OPEN' TO CM-STATUS.
       MOVE WS-UC-FIRSTDATE(WS-UNC-IDX) TO WS-TS-DATE.
       MOVE 'RESSET' TO WS-CLM-MOVE.
       MOVE WS-UC-CLAIMED(WS-UNC-IDX) TO WS-CLM-AMOUNT.
       PERFORM PARA-CLAIM-POST.
       MOVE WS-UC-LASTDATE(WS-UNC-IDX) TO WS-TS-DATE.
       MOVE WS-UC-PAID(WS-UNC-IDX) TO WS-CLM-AMOUNT.
       IF WS-UC-STATUS(WS-UNC-IDX) = 'SETTLED' OR
              WS-UC-STATUS(WS-UNC-IDX) = 'CLOSED' THEN
          MOVE 'FINALPAY' TO WS-CLM-MOVE
          PERFORM PARA-CLAIM-POST
       ELSE
          IF WS-CLM-AMOUNT > 0 THEN
             MOVE 'PARTPAY' TO WS-CLM-MOVE
             PERFORM PARA-CLAIM-POST
          END-IF
          IF WS-UC-STATUS(WS-UNC-IDX) = 'DENIED' THEN
             MOVE 0 TO WS-CLM-AMOUNT
             MOVE 'CLOSE' TO WS-CLM-MOVE
             PERFORM PARA-CLAIM-POST
          END-IF
       END-IF.
       WRITE CM-REC.
       IF WS-CLAIMFILE-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: claim ' CM-CLAIMNO ' for contract '
                  CM-CONTRACT ' not written to the claims file - '
                  'status ' WS-CLAIMFILE-STATUS
          PERFORM PARA-SET-RC-ERROR
       ELSE
          ADD 1 TO WS-UNC-DONE
       END-IF.
      *
      ******************************************************************
      *
      *Register lines without a claim number, counted for the runs
      *that read the claims file before CLAIMS has numbered them
       PARA-COUNT-UNNUMBERED.
       MOVE 0 TO WS-UNC-LINES.
       OPEN INPUT CLAIMS-REGISTER.
       IF WS-CLAIMS-STATUS = '00' THEN
          MOVE 'N' TO WS-CLM-EOF
          PERFORM UNTIL WS-CLM-EOF = 'Y'
             READ CLAIMS-REGISTER
                AT END
                   MOVE 'Y' TO WS-CLM-EOF
                NOT AT END
                   IF CG-CLAIMNO = SPACES THEN
                      ADD 1 TO WS-UNC-LINES
                   END-IF
             END-READ
          END-PERFORM
          CLOSE CLAIMS-REGISTER
       END-IF.
      *
      ******************************************************************
      *
      *Next claim number above the highest one already on file
       PARA-SEED-CLAIMNO.
       MOVE 1 TO WS-CLM-NEXT.
       MOVE 0 TO WS-CLM-MOVES.
       MOVE 'N' TO WS-CLM-EOF.
       MOVE LOW-VALUES TO CM-CLAIMNO.
       START CLAIM-FILE KEY IS NOT LESS THAN CM-CLAIMNO
          INVALID KEY
             MOVE 'Y' TO WS-CLM-EOF
       END-START.
       PERFORM UNTIL WS-CLM-EOF = 'Y'
          READ CLAIM-FILE NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CLM-EOF
             NOT AT END
                IF CM-CLAIMNO(1:2) = 'CL' AND
                   CM-CLAIMNO(3:8) IS NUMERIC
                   MOVE CM-CLAIMNO(3:8) TO WS-CLM-WORK
                   IF WS-CLM-WORK >= WS-CLM-NEXT THEN
                      COMPUTE WS-CLM-NEXT = WS-CLM-WORK + 1
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
      *
      ******************************************************************
      *
       PARA-CLAIM-ONE.
       ADD 1 TO WS-CLAIM-SEQ.
       MOVE CI-CLAIMNO TO CN-CLAIMNO.
       IF CI-CLAIMNO = SPACES THEN
          PERFORM PARA-VALIDATE-CLAIM
       ELSE
          PERFORM PARA-VALIDATE-MOVEMENT
       END-IF.
       IF WS-CLAIM-VALID = 'Y' THEN
          IF CI-CLAIMNO = SPACES THEN
             PERFORM PARA-CLAIM-REGISTER
          ELSE
             PERFORM PARA-CLAIM-MOVEMENT
          END-IF
       ELSE
          ADD 1 TO WS-CLAIM-REJECTED
          MOVE 'REJECTED' TO CN-RESULT
          MOVE WS-CLAIM-REASON TO CN-REASON
          PERFORM PARA-WRITE-CLAIMDISP
       END-IF.
      *
      ******************************************************************
      *
      *First failure wins, the same way the policy add validates; the
      *master record of a passing claim is left in WS-ASSUR-REC for
      *the register write
       PARA-VALIDATE-CLAIM.
       MOVE 'Y' TO WS-CLAIM-VALID.
       MOVE SPACES TO WS-CLAIM-REASON.
       MOVE CI-CONTRACT TO WS-MAINT-CONTRACT.
       PERFORM PARA-FIND-CONTRACT.
       IF WS-MAINT-FOUND = 'N' THEN
          MOVE 'N' TO WS-CLAIM-VALID
          MOVE 'CONTRACT NOT FOUND' TO WS-CLAIM-REASON
       ELSE
          IF WS-ASSUR-STATUS = 'CANCELED' THEN
             MOVE 'N' TO WS-CLAIM-VALID
             MOVE 'CONTRACT CANCELED' TO WS-CLAIM-REASON
          ELSE
             MOVE CI-CLAIMDATE TO WS-DATE-TO-CHECK
             PERFORM PARA-CHECK-DATE-FIELD
             IF WS-DATE-VALID = 'N' THEN
                MOVE 'N' TO WS-CLAIM-VALID
                MOVE 'CLAIM DATE DOES NOT PARSE' TO WS-CLAIM-REASON
             ELSE
                IF CI-CLAIMDATE < WS-ASSUR-STDATE OR
                   CI-CLAIMDATE > WS-ASSUR-ENDDATE
                   MOVE 'N' TO WS-CLAIM-VALID
                   MOVE 'CLAIM DATE OUTSIDE TERM'
                                              TO WS-CLAIM-REASON
                ELSE
                   IF CI-CLAIMED IS NOT NUMERIC THEN
                      MOVE 'N' TO WS-CLAIM-VALID
                      MOVE 'CLAIMED AMOUNT NOT NUMERIC'
                                              TO WS-CLAIM-REASON
                   ELSE
                      IF CI-PAID IS NOT NUMERIC THEN
                         MOVE 'N' TO WS-CLAIM-VALID
                         MOVE 'PAID AMOUNT NOT NUMERIC'
                                              TO WS-CLAIM-REASON
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLAIM-REGISTER.
       MOVE SPACES TO CM-CLAIMNO.
       MOVE 'CL' TO CM-CLAIMNO(1:2).
       MOVE WS-CLM-NEXT TO CM-CLAIMNO(3:8).
       ADD 1 TO WS-CLM-NEXT.
       MOVE CI-CONTRACT TO CM-CONTRACT.
       MOVE WS-ASSUR-PRODUCT TO CM-PRODUCT.
       MOVE WS-ASSUR-CURRENCY TO CM-CURRENCY.
       MOVE CI-CLAIMDATE TO CM-CLAIMDATE.
       MOVE WS-TS-DATE TO CM-OPENDATE.
       MOVE CI-CLAIMED TO CM-CLAIMED.
       MOVE 0 TO CM-RESERVE.
       MOVE 0 TO CM-PAID.
       MOVE 'OPEN' TO CM-STATUS.
      *The amount claimed is the first reserve; whatever the desk
      *keyed as paid and settled or denied posts as the movements
      *that would have followed
       MOVE 'RESSET' TO WS-CLM-MOVE.
       MOVE CI-CLAIMED TO WS-CLM-AMOUNT.
       PERFORM PARA-CLAIM-POST.
       MOVE CI-PAID TO WS-CLM-AMOUNT.
       IF CI-STATUS = 'SETTLED' THEN
          MOVE 'FINALPAY' TO WS-CLM-MOVE
          PERFORM PARA-CLAIM-POST
       ELSE
          IF WS-CLM-AMOUNT > 0 THEN
             MOVE 'PARTPAY' TO WS-CLM-MOVE
             PERFORM PARA-CLAIM-POST
          END-IF
          IF CI-STATUS = 'DENIED' THEN
             MOVE 0 TO WS-CLM-AMOUNT
             MOVE 'CLOSE' TO WS-CLM-MOVE
             PERFORM PARA-CLAIM-POST
          END-IF
       END-IF.
       MOVE CM-CLAIMNO TO CN-CLAIMNO.
       WRITE CM-REC.
       PERFORM PARA-CLAIM-FILED.
      *
      ******************************************************************
      *
      *A movement names its claim; the contract, when keyed, has to be
      *the claim's own. A closed claim takes nothing but a REOPEN.
       PARA-VALIDATE-MOVEMENT.
       MOVE 'Y' TO WS-CLAIM-VALID.
       MOVE SPACES TO WS-CLAIM-REASON.
       MOVE 'Y' TO WS-CLM-FOUND.
       MOVE CI-CLAIMNO TO CM-CLAIMNO.
       READ CLAIM-FILE
          INVALID KEY
             MOVE 'N' TO WS-CLM-FOUND
       END-READ.
       EVALUATE TRUE
          WHEN WS-CLM-FOUND = 'N'
             MOVE 'N' TO WS-CLAIM-VALID
             MOVE 'CLAIM NOT ON FILE' TO WS-CLAIM-REASON
          WHEN CI-CONTRACT NOT = SPACES AND
               CI-CONTRACT NOT = CM-CONTRACT
             MOVE 'N' TO WS-CLAIM-VALID
             MOVE 'CLAIM NOT ON THIS CONTRACT' TO WS-CLAIM-REASON
          WHEN CI-MOVEMENT NOT = 'RESSET' AND
               CI-MOVEMENT NOT = 'RESCHG' AND
               CI-MOVEMENT NOT = 'PARTPAY' AND
               CI-MOVEMENT NOT = 'FINALPAY' AND
               CI-MOVEMENT NOT = 'CLOSE' AND
               CI-MOVEMENT NOT = 'REOPEN'
             MOVE 'N' TO WS-CLAIM-VALID
             MOVE 'UNKNOWN MOVEMENT TYPE' TO WS-CLAIM-REASON
          WHEN CI-MOVEMENT NOT = 'CLOSE' AND
               CI-AMOUNT IS NOT NUMERIC
             MOVE 'N' TO WS-CLAIM-VALID
             MOVE 'MOVEMENT AMOUNT NOT NUMERIC' TO WS-CLAIM-REASON
          WHEN CI-MOVEMENT = 'REOPEN' AND CM-STATUS NOT = 'CLOSED'
             MOVE 'N' TO WS-CLAIM-VALID
             MOVE 'CLAIM IS NOT CLOSED' TO WS-CLAIM-REASON
          WHEN CI-MOVEMENT NOT = 'REOPEN' AND CM-STATUS = 'CLOSED'
             MOVE 'N' TO WS-CLAIM-VALID
             MOVE 'CLAIM IS CLOSED' TO WS-CLAIM-REASON
       END-EVALUATE.
      *
      ******************************************************************
      *
       PARA-CLAIM-MOVEMENT.
       MOVE CI-MOVEMENT TO WS-CLM-MOVE.
       IF CI-AMOUNT IS NUMERIC THEN
          MOVE CI-AMOUNT TO WS-CLM-AMOUNT
       ELSE
          MOVE 0 TO WS-CLM-AMOUNT
       END-IF.
       PERFORM PARA-CLAIM-POST.
       REWRITE CM-REC.
       PERFORM PARA-CLAIM-FILED.
      *
      ******************************************************************
      *
      *Apply WS-CLM-MOVE for WS-CLM-AMOUNT to the claim in CM-REC and
      *register the movement with the position it leaves; a payment
      *runs the reserve down, never below zero
       PARA-CLAIM-POST.
       EVALUATE WS-CLM-MOVE
          WHEN 'RESSET'
          WHEN 'RESCHG'
             MOVE WS-CLM-AMOUNT TO CM-RESERVE
          WHEN 'PARTPAY'
             ADD WS-CLM-AMOUNT TO CM-PAID
             IF WS-CLM-AMOUNT < CM-RESERVE THEN
                SUBTRACT WS-CLM-AMOUNT FROM CM-RESERVE
             ELSE
                MOVE 0 TO CM-RESERVE
             END-IF
          WHEN 'FINALPAY'
             ADD WS-CLM-AMOUNT TO CM-PAID
             MOVE 0 TO CM-RESERVE
             MOVE 'CLOSED' TO CM-STATUS
          WHEN 'CLOSE'
             MOVE 0 TO CM-RESERVE
             MOVE 'CLOSED' TO CM-STATUS
          WHEN 'REOPEN'
             MOVE WS-CLM-AMOUNT TO CM-RESERVE
             MOVE 'OPEN' TO CM-STATUS
       END-EVALUATE.
       MOVE WS-TS-DATE TO CM-LASTDATE.
       MOVE WS-TS-DATE TO CG-ENTRYDATE.
       MOVE CM-CONTRACT TO CG-CONTRACT.
       MOVE CM-PRODUCT TO CG-PRODUCT.
       MOVE CM-CLAIMDATE TO CG-CLAIMDATE.
       MOVE CM-CLAIMED TO CG-CLAIMED.
       MOVE CM-PAID TO CG-PAID.
       MOVE CM-STATUS TO CG-STATUS.
       MOVE CM-CURRENCY TO CG-CURRENCY.
       MOVE CM-CLAIMNO TO CG-CLAIMNO.
       MOVE WS-CLM-MOVE TO CG-MOVEMENT.
       MOVE WS-CLM-AMOUNT TO CG-MVAMOUNT.
       MOVE CM-RESERVE TO CG-RESERVE.
       MOVE '*' TO CG-SEP1 CG-SEP2 CG-SEP3 CG-SEP4 CG-SEP5 CG-SEP6
                   CG-SEP7 CG-SEP8 CG-SEP9 CG-SEP10 CG-SEP11.
       WRITE FD-CLAIM-REG-REC.
       IF WS-CLAIMS-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: claims register write failed for claim '
                  CM-CLAIMNO ' - status ' WS-CLAIMS-STATUS
          PERFORM PARA-SET-RC-ERROR
       ELSE
          ADD 1 TO WS-CLM-MOVES
       END-IF.
      *
      ******************************************************************
      *
      *Disposition after the claims file WRITE or REWRITE
       PARA-CLAIM-FILED.
       IF WS-CLAIMFILE-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: claims file update failed for claim '
                  CM-CLAIMNO ' - status ' WS-CLAIMFILE-STATUS
          PERFORM PARA-SET-RC-ERROR
          ADD 1 TO WS-CLAIM-REJECTED
          MOVE 'REJECTED' TO CN-RESULT
          MOVE 'CLAIMS FILE WRITE FAILED' TO CN-REASON
          PERFORM PARA-WRITE-CLAIMDISP
       ELSE
          ADD 1 TO WS-CLAIM-ACCEPTED
          MOVE 'ACCEPTED' TO CN-RESULT
          MOVE SPACES TO CN-REASON
          PERFORM PARA-WRITE-CLAIMDISP
       END-IF.
      *
      ******************************************************************
      *
       PARA-WRITE-CLAIMDISP.
       MOVE WS-CLAIM-SEQ TO CN-SEQ.
       MOVE CI-CONTRACT TO CN-CONTRACT.
       MOVE '*' TO CN-SEP1 CN-SEP2 CN-SEP3 CN-SEP4.
       WRITE FD-CLAIMDISP-REC.
      *
      ******************************************************************
      *
      *Loss ratio per product: premium booked off the live master
      *against claims off the claims file, ratio in whole percent -
      *the underwriting view of which products are losing money.
      *Paid losses and incurred losses (paid plus the reserve still
      *outstanding) are both reported, so open claims count at every
      *month end. With NET the reinsurance treaties are applied too
      *and each product gets a NETPRODUCT line after its gross one:
      *premium less the part ceded, claims less the part recoverable.
      *Usage: LOSSRATIO [NET]
       PARA-LOSSRATIO-MODE.
       MOVE 0 TO WS-LR-MAX.
       MOVE 'N' TO WS-LR-WARNED.
       MOVE 'N' TO WS-LR-NET.
       IF FUNCTION UPPER-CASE(WS-PARM2) = 'NET' THEN
          PERFORM PARA-LOAD-TREATIES
          IF WS-TT-OK = 'Y' THEN
             MOVE 'Y' TO WS-LR-NET
          ELSE
             DISPLAY 'ERROR: no treaties on hand - loss ratios '
                     'reported gross only.'
             PERFORM PARA-SET-RC-ERROR
          END-IF
       END-IF.

      *Premium side: MAS-AMOUNT per product, the totals SUMMARY runs
       PERFORM PARA-MASTER-REWIND.
       IF WS-EOF = 'N' THEN
          PERFORM PARA-MASTER-READ-NEXT
       END-IF.
       PERFORM UNTIL WS-EOF = 'Y'
          PERFORM PARA-LR-ACCUM-PREMIUM
          PERFORM PARA-MASTER-READ-NEXT
       END-PERFORM.

      *Claims side: paid and outstanding per claim off the claims
      *file, one record per claim however many movements it has had
       MOVE 'N' TO WS-EOF2.
       OPEN INPUT CLAIM-FILE.
       IF WS-CLAIMFILE-STATUS NOT = '00' THEN
          DISPLAY 'WARNING: no claims file on record '
                  '(assurances-claimfile.idx, status '
                  WS-CLAIMFILE-STATUS ') - loss ratios reported with '
                  'zero claims.'
          PERFORM PARA-SET-RC-WARNING
          PERFORM PARA-COUNT-UNNUMBERED
          IF WS-UNC-LINES > 0 THEN
             DISPLAY 'WARNING: ' WS-UNC-LINES ' claims register '
                     'line(s) without a claim number left out - run '
                     'CLAIMS to number them onto the claims file.'
          END-IF
       ELSE
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ CLAIM-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   PERFORM PARA-LR-ACCUM-CLAIM
             END-READ
          END-PERFORM
          CLOSE CLAIM-FILE
       END-IF.

       OPEN OUTPUT LOSSRATIO-RPT.
       MOVE 0 TO WS-LR-LINES.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-LR-MAX
          PERFORM PARA-LR-WRITE-ONE
       END-PERFORM.
       CLOSE LOSSRATIO-RPT.
       DISPLAY WS-LR-LINES ' product line(s) written to '
               'assurances-lossratio.dat'.
      *
      ******************************************************************
      *
       PARA-LR-ACCUM-PREMIUM.
       IF WS-ASSUR-AMOUNT IS NUMERIC THEN
          MOVE WS-ASSUR-AMOUNT TO WS-AMOUNT-NUM
       ELSE
          MOVE 0 TO WS-AMOUNT-NUM
       END-IF.
       MOVE WS-ASSUR-PRODUCT TO WS-LR-PROD.
       PERFORM PARA-LR-FIND-PRODUCT.
       IF WS-SUM-FOUND = 'Y' THEN
          ADD WS-AMOUNT-NUM TO WS-LR-PREMIUM(WS-LR-HIT)
          IF WS-LR-NET = 'Y' THEN
             ADD WS-AMOUNT-NUM TO WS-LR-NETPREM(WS-LR-HIT)
             MOVE WS-ASSUR-PRODUCT TO WS-TT-KEY
             PERFORM PARA-FIND-TREATY
             IF WS-TT-FOUND = 'Y' THEN
                MOVE WS-AMOUNT-NUM TO WS-CES-PREMIUM
                PERFORM PARA-CESSION-SHARE
                SUBTRACT WS-CES-CEDED-FULL
                                  FROM WS-LR-NETPREM(WS-LR-HIT)
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-LR-ACCUM-CLAIM.
       MOVE CM-PRODUCT TO WS-LR-PROD.
       PERFORM PARA-LR-FIND-PRODUCT.
       IF WS-SUM-FOUND = 'Y' THEN
          ADD CM-PAID TO WS-LR-CLAIMS(WS-LR-HIT)
          ADD CM-PAID CM-RESERVE TO WS-LR-INCURRED(WS-LR-HIT)
          IF WS-LR-NET = 'Y' THEN
             PERFORM PARA-LR-NET-CLAIM
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Claim net of the share the product's reinsurer pays back, at
      *the cession ratio of the claim's own contract
       PARA-LR-NET-CLAIM.
       ADD CM-PAID TO WS-LR-NETCLAIMS(WS-LR-HIT).
       ADD CM-PAID CM-RESERVE TO WS-LR-NETINCURRED(WS-LR-HIT).
       MOVE CM-PRODUCT TO WS-TT-KEY.
       PERFORM PARA-FIND-TREATY.
       IF WS-TT-FOUND = 'Y' THEN
          MOVE CM-CONTRACT TO WS-MAINT-CONTRACT
          PERFORM PARA-CES-CONTRACT-SHARE
          MOVE CM-PAID TO WS-CES-AMOUNT
          PERFORM PARA-CES-RECOVER
          SUBTRACT WS-CES-SHARE FROM WS-LR-NETCLAIMS(WS-LR-HIT)
          COMPUTE WS-CES-AMOUNT = CM-PAID + CM-RESERVE
          PERFORM PARA-CES-RECOVER
          SUBTRACT WS-CES-SHARE FROM WS-LR-NETINCURRED(WS-LR-HIT)
       END-IF.
      *
      ******************************************************************
      *
      *Entry for the product named in WS-LR-PROD, created
      *on first sight; WS-SUM-FOUND 'N' only when the table is full
       PARA-LR-FIND-PRODUCT.
       MOVE 'N' TO WS-SUM-FOUND.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-LR-MAX
          IF WS-LR-CODE(WS-SUM-IDX) = WS-LR-PROD
             MOVE 'Y' TO WS-SUM-FOUND
             MOVE WS-SUM-IDX TO WS-LR-HIT
          END-IF
       END-PERFORM.
       IF WS-SUM-FOUND = 'N' THEN
          IF WS-LR-MAX < 100 THEN
             ADD 1 TO WS-LR-MAX
             MOVE WS-LR-PROD TO WS-LR-CODE(WS-LR-MAX)
             MOVE 0 TO WS-LR-PREMIUM(WS-LR-MAX)
             MOVE 0 TO WS-LR-CLAIMS(WS-LR-MAX)
             MOVE 0 TO WS-LR-INCURRED(WS-LR-MAX)
             MOVE 0 TO WS-LR-NETPREM(WS-LR-MAX)
             MOVE 0 TO WS-LR-NETCLAIMS(WS-LR-MAX)
             MOVE 0 TO WS-LR-NETINCURRED(WS-LR-MAX)
             MOVE 'Y' TO WS-SUM-FOUND
             MOVE WS-LR-MAX TO WS-LR-HIT
          ELSE
             IF WS-LR-WARNED = 'N' THEN
                DISPLAY 'WARNING: more than 100 distinct product '
                        'codes seen - assurances-lossratio.dat is '
                        'incomplete.'
                MOVE 'Y' TO WS-LR-WARNED
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *The product's gross line, and its net line when NET was asked
       PARA-LR-WRITE-ONE.
       MOVE 'PRODUCT' TO WS-LRW-TYPE.
       MOVE WS-LR-PREMIUM(WS-SUM-IDX) TO WS-LRW-PREMIUM.
       MOVE WS-LR-CLAIMS(WS-SUM-IDX) TO WS-LRW-CLAIMS.
       MOVE WS-LR-INCURRED(WS-SUM-IDX) TO WS-LRW-INCURRED.
       PERFORM PARA-LR-WRITE-LINE.
       IF WS-LR-NET = 'Y' THEN
          MOVE 'NETPRODUCT' TO WS-LRW-TYPE
          MOVE WS-LR-NETPREM(WS-SUM-IDX) TO WS-LRW-PREMIUM
          MOVE WS-LR-NETCLAIMS(WS-SUM-IDX) TO WS-LRW-CLAIMS
          MOVE WS-LR-NETINCURRED(WS-SUM-IDX) TO WS-LRW-INCURRED
          PERFORM PARA-LR-WRITE-LINE
       END-IF.
      *
      ******************************************************************
      *
      *Ratio in whole percent, rounded; a product with claims but no
      *premium on the live book reports 99999 rather than dividing
      *by zero
       PARA-LR-WRITE-LINE.
       MOVE WS-LRW-TYPE TO LR-TYPE.
       MOVE WS-LR-CODE(WS-SUM-IDX) TO LR-KEY.
       MOVE WS-LRW-PREMIUM TO LR-PREMIUM.
       MOVE WS-LRW-CLAIMS TO LR-CLAIMS.
       IF WS-LRW-PREMIUM = 0 THEN
          IF WS-LRW-CLAIMS = 0 THEN
             MOVE 0 TO WS-LR-RATIO
          ELSE
             MOVE 99999 TO WS-LR-RATIO
          END-IF
       ELSE
          COMPUTE WS-LR-RATIO ROUNDED =
                  WS-LRW-CLAIMS * 100 / WS-LRW-PREMIUM
             ON SIZE ERROR
                MOVE 99999 TO WS-LR-RATIO
          END-COMPUTE
       END-IF.
       MOVE WS-LR-RATIO TO LR-RATIOPCT.
       MOVE WS-LRW-INCURRED TO LR-INCURRED.
       IF WS-LRW-PREMIUM = 0 THEN
          IF WS-LRW-INCURRED = 0 THEN
             MOVE 0 TO WS-LR-RATIO
          ELSE
             MOVE 99999 TO WS-LR-RATIO
          END-IF
       ELSE
          COMPUTE WS-LR-RATIO ROUNDED =
                  WS-LRW-INCURRED * 100 / WS-LRW-PREMIUM
             ON SIZE ERROR
                MOVE 99999 TO WS-LR-RATIO
          END-COMPUTE
       END-IF.
       MOVE WS-LR-RATIO TO LR-INCRATIOPCT.
       MOVE '*' TO LR-SEP1 LR-SEP2 LR-SEP3 LR-SEP4 LR-SEP5 LR-SEP6.
       WRITE FD-LOSSRATIO-REC.
       ADD 1 TO WS-LR-LINES.
      *
      ******************************************************************
      *
      *Quarterly reinsurance cession. Every contract in force during
      *the quarter on a product under treaty cedes its share of the
      *premium for the days of the quarter it was on risk; every claim
      *on such a product with a payment in the quarter or a reserve
      *open at its end recovers the same share of each. Both
      *bordereaux come out in one section per reinsurer and currency,
      *each closed by its line count and totals. Contracts cancelled
      *or lapsed are off risk, as in the reserve run. The contracts
      *are taken from the POSITION snapshot of the quarter's last day,
      *not the live master a renewal may since have moved on, with
      *the terms the previous quarter-end snapshot holds for any
      *contract renewed during the quarter.
      *Usage: CESSION [YYYYQn] (default: the last quarter completed)
       PARA-CESSION-MODE.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE 'Y' TO WS-CES-OK.
       PERFORM PARA-CES-SET-QUARTER.
       IF WS-CES-OK = 'Y' THEN
          PERFORM PARA-CES-CHECK-SNAPSHOTS
       END-IF.
       IF WS-CES-OK = 'Y' THEN
          PERFORM PARA-LOAD-TREATIES
          IF WS-TT-OK = 'N' THEN
             DISPLAY 'ERROR: no treaties on hand - no bordereaux '
                     'written.'
             PERFORM PARA-SET-RC-ERROR
             MOVE 'N' TO WS-CES-OK
          END-IF
       END-IF.
       IF WS-CES-OK = 'Y' THEN
          OPEN OUTPUT BORDPREM-RPT
          IF WS-BORDPREM-STATUS NOT = '00' THEN
             DISPLAY 'ERROR: cannot open premium bordereau '
                     'assurances-bordprem.dat - status '
                     WS-BORDPREM-STATUS ' - no bordereaux written.'
             PERFORM PARA-SET-RC-ERROR
          ELSE
             OPEN OUTPUT BORDCLAIM-RPT
             IF WS-BORDCLAIM-STATUS NOT = '00' THEN
                DISPLAY 'ERROR: cannot open claims bordereau '
                        'assurances-bordclaim.dat - status '
                        WS-BORDCLAIM-STATUS ' - no bordereaux '
                        'written.'
                PERFORM PARA-SET-RC-ERROR
             ELSE
                PERFORM PARA-CES-RUN
                CLOSE BORDCLAIM-RPT
             END-IF
             CLOSE BORDPREM-RPT
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-CES-RUN.
       MOVE 0 TO WS-CES-SKIPPED.
       MOVE 0 TO WS-CES-UNNUMBERED.
       MOVE 0 TO WS-CES-PLINES.
       MOVE 0 TO WS-CES-CLINES.
       MOVE 0 TO WS-CES-SECTIONS.
       MOVE 'Y' TO WS-CES-FIRST.
       SORT CESSION-SORT
            ON ASCENDING KEY SC-REINSURER SC-CURRENCY SC-KIND SC-KEY
            INPUT PROCEDURE IS PARA-CES-INPUT
            OUTPUT PROCEDURE IS PARA-CES-OUTPUT.
       IF WS-CES-SECTIONS = 0 THEN
          DISPLAY 'WARNING: no contract or claim under treaty in '
                  WS-CES-QUARTER ' - the bordereaux are empty.'
          PERFORM PARA-SET-RC-WARNING
       ELSE
          DISPLAY WS-CES-PLINES ' premium line(s) and '
                  WS-CES-CLINES ' claim line(s) ceded for '
                  WS-CES-QUARTER ' in ' WS-CES-SECTIONS
                  ' reinsurer/currency section(s) - see '
                  'assurances-bordprem.dat and '
                  'assurances-bordclaim.dat'
       END-IF.
       IF WS-CES-SKIPPED > 0 THEN
          DISPLAY 'WARNING: ' WS-CES-SKIPPED ' contract(s) under '
                  'treaty with an unusable amount or term left out '
                  'of the premium bordereau.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
       IF WS-CES-UNNUMBERED > 0 THEN
          DISPLAY 'WARNING: ' WS-CES-UNNUMBERED ' claims register '
                  'line(s) without a claim number left off the claims '
                  'bordereau - run CLAIMS to number them.'
          PERFORM PARA-SET-RC-WARNING
       END-IF.
      *
      ******************************************************************
      *
      *The quarter-end snapshot has to be on the position store or
      *nothing is ceded; without the previous quarter-end one a
      *contract renewed during the quarter cedes its new term only
       PARA-CES-CHECK-SNAPSHOTS.
       MOVE WS-CES-QTO TO WS-ASOF-DATE.
       PERFORM PARA-POSITION-DUP-CHECK.
       IF WS-POS-DUP = 'N' THEN
          DISPLAY 'ERROR: no position snapshot dated ' WS-CES-QTO
                  ' on file - run POSITION ' WS-CES-QTO ' first; no '
                  'bordereaux written.'
          PERFORM PARA-SET-RC-ERROR
          MOVE 'N' TO WS-CES-OK
       ELSE
          COMPUTE WS-DATE-NUM-2 =
                  FUNCTION DATE-OF-INTEGER(WS-CES-QST-INT - 1)
          MOVE WS-DATE-NUM-2 TO WS-CES-PRIOR
          MOVE WS-CES-PRIOR TO WS-ASOF-DATE
          PERFORM PARA-POSITION-DUP-CHECK
          MOVE WS-POS-DUP TO WS-CES-PRIOR-OK
          IF WS-CES-PRIOR-OK = 'N' THEN
             DISPLAY 'WARNING: no position snapshot dated '
                     WS-CES-PRIOR ' on file - contracts renewed '
                     'during ' WS-CES-QUARTER ' cede their new term '
                     'only.'
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
       MOVE SPACES TO WS-ASOF-DATE.
      *
      ******************************************************************
      *
      *The quarter to cede: YYYYQn from the command line, or the last
      *quarter completed before today; WS-CES-QFROM and WS-CES-QTO are
      *its first and last days
       PARA-CES-SET-QUARTER.
       IF WS-PARM2 = SPACES THEN
          MOVE WS-TS-DATE(1:4) TO WS-CES-YEAR
          MOVE WS-TS-DATE(5:2) TO WS-CES-MONTH
          COMPUTE WS-CES-QNUM = (WS-CES-MONTH - 1) / 3
          IF WS-CES-QNUM = 0 THEN
             SUBTRACT 1 FROM WS-CES-YEAR
             MOVE 4 TO WS-CES-QNUM
          END-IF
       ELSE
          IF WS-PARM2(1:4) IS NUMERIC AND
                (WS-PARM2(5:1) = 'Q' OR WS-PARM2(5:1) = 'q') AND
                WS-PARM2(6:1) >= '1' AND WS-PARM2(6:1) <= '4' AND
                WS-PARM2(7:) = SPACES
             MOVE WS-PARM2(1:4) TO WS-CES-YEAR
             MOVE WS-PARM2(6:1) TO WS-CES-QNUM
          ELSE
             DISPLAY 'ERROR: quarter "' WS-PARM2 '" is not YYYYQn '
                     '- no bordereaux written.'
             PERFORM PARA-SET-RC-ERROR
             MOVE 'N' TO WS-CES-OK
          END-IF
       END-IF.
       IF WS-CES-OK = 'Y' THEN
          MOVE WS-CES-YEAR TO WS-CES-QUARTER(1:4)
          MOVE 'Q' TO WS-CES-QUARTER(5:1)
          MOVE WS-CES-QNUM TO WS-CES-QUARTER(6:1)
          MOVE WS-CES-YEAR TO WS-CES-QFROM(1:4)
          MOVE WS-CES-YEAR TO WS-CES-QTO(1:4)
          EVALUATE WS-CES-QNUM
             WHEN 1
                MOVE '0101' TO WS-CES-QFROM(5:4)
                MOVE '0331' TO WS-CES-QTO(5:4)
             WHEN 2
                MOVE '0401' TO WS-CES-QFROM(5:4)
                MOVE '0630' TO WS-CES-QTO(5:4)
             WHEN 3
                MOVE '0701' TO WS-CES-QFROM(5:4)
                MOVE '0930' TO WS-CES-QTO(5:4)
             WHEN OTHER
                MOVE '1001' TO WS-CES-QFROM(5:4)
                MOVE '1231' TO WS-CES-QTO(5:4)
          END-EVALUATE
          MOVE WS-CES-QFROM TO WS-DATE-NUM-1
          COMPUTE WS-CES-QST-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1)
          MOVE WS-CES-QTO TO WS-DATE-NUM-1
          COMPUTE WS-CES-QEND-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1) + 1
       END-IF.
      *
      ******************************************************************
      *
      *Treaty table off assurances-treaties.dat. A line with no
      *product, a product already under treaty, a quota share not
      *above 0 and up to 100 percent or a retention that is not
      *numeric is reported and left out; WS-TT-OK 'N' when the file
      *will not open or holds no usable treaty
       PARA-LOAD-TREATIES.
       MOVE 0 TO WS-TT-MAX.
       MOVE 0 TO WS-TT-REJECTED.
       MOVE 'N' TO WS-TT-OK.
       MOVE 'N' TO WS-EOF2.
       OPEN INPUT TREATY-REF.
       IF WS-TREATY-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: treaty file assurances-treaties.dat not '
                  'found or unreadable - status ' WS-TREATY-STATUS
       ELSE
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ TREATY-REF
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   PERFORM PARA-LOAD-ONE-TREATY
             END-READ
          END-PERFORM
          CLOSE TREATY-REF
          IF WS-TT-MAX > 0 THEN
             MOVE 'Y' TO WS-TT-OK
          END-IF
          IF WS-TT-REJECTED > 0 THEN
             DISPLAY 'WARNING: ' WS-TT-REJECTED ' treaty line(s) '
                     'left out.'
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-LOAD-ONE-TREATY.
       MOVE SPACES TO WS-TT-REASON.
       MOVE TT-PRODUCT TO WS-TT-KEY.
       PERFORM PARA-FIND-TREATY.
       COMPUTE WS-CES-PCT = FUNCTION NUMVAL(TT-QSPCT)
          ON SIZE ERROR
             MOVE 0 TO WS-CES-PCT
       END-COMPUTE.
       EVALUATE TRUE
          WHEN TT-PRODUCT = SPACES
             MOVE 'NO PRODUCT' TO WS-TT-REASON
          WHEN WS-TT-FOUND = 'Y'
             MOVE 'PRODUCT ALREADY UNDER TREATY' TO WS-TT-REASON
          WHEN WS-CES-PCT = 0 OR WS-CES-PCT > 100
             MOVE 'QUOTA SHARE NOT 0-100 PERCENT' TO WS-TT-REASON
          WHEN TT-RETENTION NOT = SPACES AND
               TT-RETENTION IS NOT NUMERIC
             MOVE 'RETENTION NOT NUMERIC' TO WS-TT-REASON
          WHEN WS-TT-MAX >= 100
             MOVE 'MORE THAN 100 TREATIES' TO WS-TT-REASON
       END-EVALUATE.
       IF WS-TT-REASON = SPACES THEN
          ADD 1 TO WS-TT-MAX
          MOVE TT-PRODUCT TO WS-TT-PRODUCT(WS-TT-MAX)
          MOVE TT-REINSURER TO WS-TT-REINSURER(WS-TT-MAX)
          MOVE TT-RNAME TO WS-TT-RNAME(WS-TT-MAX)
          MOVE WS-CES-PCT TO WS-TT-QS(WS-TT-MAX)
          IF TT-RETENTION = SPACES THEN
             MOVE 0 TO WS-TT-RETENTION(WS-TT-MAX)
          ELSE
             MOVE TT-RETENTION TO WS-TT-RETENTION(WS-TT-MAX)
          END-IF
       ELSE
          ADD 1 TO WS-TT-REJECTED
          DISPLAY 'WARNING: treaty line for product ' TT-PRODUCT
                  ' left out - ' FUNCTION TRIM(WS-TT-REASON)
       END-IF.
      *
      ******************************************************************
      *
      *Treaty for the product in WS-TT-KEY, left in WS-TT-HIT
       PARA-FIND-TREATY.
       MOVE 'N' TO WS-TT-FOUND.
       MOVE 0 TO WS-TT-HIT.
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                UNTIL WS-TT-IDX > WS-TT-MAX OR WS-TT-FOUND = 'Y'
          IF WS-TT-PRODUCT(WS-TT-IDX) = WS-TT-KEY
             MOVE 'Y' TO WS-TT-FOUND
             MOVE WS-TT-IDX TO WS-TT-HIT
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *Split a contract premium WS-CES-PREMIUM under treaty WS-TT-HIT:
      *the company keeps what the quota share leaves it, but never
      *more than the retention limit, and cedes the rest. WS-CES-PCT
      *is the part ceded in percent - the ratio the contract's claims
      *are recovered at.
       PARA-CESSION-SHARE.
       COMPUTE WS-CES-RETAINED ROUNDED = WS-CES-PREMIUM
                             * (100 - WS-TT-QS(WS-TT-HIT)) / 100.
       IF WS-TT-RETENTION(WS-TT-HIT) > 0 AND
              WS-CES-RETAINED > WS-TT-RETENTION(WS-TT-HIT) THEN
          MOVE WS-TT-RETENTION(WS-TT-HIT) TO WS-CES-RETAINED
       END-IF.
       COMPUTE WS-CES-CEDED-FULL = WS-CES-PREMIUM - WS-CES-RETAINED.
       IF WS-CES-PREMIUM > 0 THEN
          COMPUTE WS-CES-PCT ROUNDED =
                  WS-CES-CEDED-FULL * 100 / WS-CES-PREMIUM
       ELSE
          MOVE WS-TT-QS(WS-TT-HIT) TO WS-CES-PCT
       END-IF.
      *
      ******************************************************************
      *
      *Cession ratio of the contract in WS-MAINT-CONTRACT under treaty
      *WS-TT-HIT; a contract no longer on the master, or with no
      *usable premium, is taken at the plain quota share
       PARA-CES-CONTRACT-SHARE.
       PERFORM PARA-FIND-CONTRACT.
       IF WS-MAINT-FOUND = 'Y' AND WS-ASSUR-AMOUNT IS NUMERIC THEN
          MOVE WS-ASSUR-AMOUNT TO WS-CES-PREMIUM
          PERFORM PARA-CESSION-SHARE
       ELSE
          MOVE WS-TT-QS(WS-TT-HIT) TO WS-CES-PCT
       END-IF.
      *
      ******************************************************************
      *
      *Reinsurer's share WS-CES-SHARE of WS-CES-AMOUNT at WS-CES-PCT
       PARA-CES-RECOVER.
       COMPUTE WS-CES-SHARE ROUNDED =
               WS-CES-AMOUNT * WS-CES-PCT / 100.
      *
      ******************************************************************
      *
      *Feed the sort: the premium lines off the quarter-end position
      *snapshot, then off the previous quarter-end one for the terms
      *renewed away during the quarter, then the claim lines off the
      *claims register
       PARA-CES-INPUT.
       MOVE 0 TO WS-CES-TRM-MAX.
       MOVE 'N' TO WS-CES-TRM-FULL.
       MOVE WS-CES-QTO TO WS-ASOF-DATE.
       MOVE 'Y' TO WS-ASOF-ACTIVE.
       MOVE 'N' TO WS-ASOF-SCANNED.
       MOVE 0 TO WS-ASOF-COUNT.
       PERFORM PARA-SOURCE-REWIND.
       IF WS-EOF = 'N' THEN
          PERFORM PARA-SOURCE-READ-NEXT
       END-IF.
       PERFORM UNTIL WS-EOF = 'Y'
          PERFORM PARA-CES-NOTE-TERM
          PERFORM PARA-CES-PREMIUM-ONE
          PERFORM PARA-SOURCE-READ-NEXT
       END-PERFORM.
       PERFORM PARA-END-ASOF.
       IF WS-CES-PRIOR-OK = 'Y' AND WS-CES-TRM-FULL = 'N' THEN
          MOVE WS-CES-PRIOR TO WS-ASOF-DATE
          MOVE 'Y' TO WS-ASOF-ACTIVE
          MOVE 'N' TO WS-ASOF-SCANNED
          MOVE 0 TO WS-ASOF-COUNT
          PERFORM PARA-SOURCE-REWIND
          IF WS-EOF = 'N' THEN
             PERFORM PARA-SOURCE-READ-NEXT
          END-IF
          PERFORM UNTIL WS-EOF = 'Y'
             PERFORM PARA-CES-PRIOR-ONE
             PERFORM PARA-SOURCE-READ-NEXT
          END-PERFORM
          PERFORM PARA-END-ASOF
       END-IF.
       PERFORM PARA-CES-LOAD-CLAIMS.
       PERFORM VARYING WS-CLQ-IDX FROM 1 BY 1
                UNTIL WS-CLQ-IDX > WS-CLQ-MAX
          PERFORM PARA-CES-CLAIM-ONE
       END-PERFORM.
      *
      ******************************************************************
      *
      *The term each contract under treaty holds at the quarter end;
      *past the table the previous quarter-end snapshot is not read,
      *since a term not found there would be ceded twice
       PARA-CES-NOTE-TERM.
       MOVE WS-ASSUR-PRODUCT TO WS-TT-KEY.
       PERFORM PARA-FIND-TREATY.
       IF WS-TT-FOUND = 'Y' THEN
          IF WS-CES-TRM-MAX < 5000 THEN
             ADD 1 TO WS-CES-TRM-MAX
             MOVE WS-ASSUR-CONTRACT TO WS-CT-CONTRACT(WS-CES-TRM-MAX)
             MOVE WS-ASSUR-STDATE TO WS-CT-STDATE(WS-CES-TRM-MAX)
          ELSE
             IF WS-CES-TRM-FULL = 'N' AND WS-CES-PRIOR-OK = 'Y' THEN
                DISPLAY 'WARNING: more than 5000 contracts under '
                        'treaty - contracts renewed during '
                        WS-CES-QUARTER ' cede their new term only.'
                PERFORM PARA-SET-RC-WARNING
             END-IF
             MOVE 'Y' TO WS-CES-TRM-FULL
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *A term off the previous quarter-end snapshot is ceded only when
      *it ran into the quarter and the contract no longer holds it at
      *the quarter end - renewed during the quarter
       PARA-CES-PRIOR-ONE.
       MOVE WS-ASSUR-PRODUCT TO WS-TT-KEY.
       PERFORM PARA-FIND-TREATY.
       IF WS-TT-FOUND = 'Y' AND WS-ASSUR-ENDDATE > WS-CES-QFROM THEN
          MOVE 'N' TO WS-CES-TRM-FOUND
          PERFORM VARYING WS-CES-TRM-IDX FROM 1 BY 1
                   UNTIL WS-CES-TRM-IDX > WS-CES-TRM-MAX
                      OR WS-CES-TRM-FOUND = 'Y'
             IF WS-CT-CONTRACT(WS-CES-TRM-IDX) = WS-ASSUR-CONTRACT AND
                WS-CT-STDATE(WS-CES-TRM-IDX) = WS-ASSUR-STDATE
                MOVE 'Y' TO WS-CES-TRM-FOUND
             END-IF
          END-PERFORM
          IF WS-CES-TRM-FOUND = 'N' THEN
             PERFORM PARA-CES-PREMIUM-ONE
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Premium for the days of the quarter the contract was on risk,
      *on the day basis the reserve run uses, and the part of it ceded
       PARA-CES-PREMIUM-ONE.
       MOVE WS-ASSUR-PRODUCT TO WS-TT-KEY.
       PERFORM PARA-FIND-TREATY.
       IF WS-TT-FOUND = 'N' OR
              WS-ASSUR-STATUS = 'CANCELED' OR
              WS-ASSUR-STATUS = 'LAPSED' THEN
          CONTINUE
       ELSE
          MOVE 'Y' TO WS-COV-DATES-OK
          MOVE WS-ASSUR-STDATE TO WS-DATE-TO-CHECK
          PERFORM PARA-CHECK-DATE-FIELD
          IF WS-DATE-VALID = 'N' THEN
             MOVE 'N' TO WS-COV-DATES-OK
          END-IF
          MOVE WS-ASSUR-ENDDATE TO WS-DATE-TO-CHECK
          PERFORM PARA-CHECK-DATE-FIELD
          IF WS-DATE-VALID = 'N' THEN
             MOVE 'N' TO WS-COV-DATES-OK
          END-IF
          IF WS-COV-DATES-OK = 'N' OR
                WS-ASSUR-AMOUNT IS NOT NUMERIC OR
                WS-ASSUR-ENDDATE NOT > WS-ASSUR-STDATE THEN
             ADD 1 TO WS-CES-SKIPPED
          ELSE
             MOVE WS-ASSUR-STDATE TO WS-DATE-NUM-1
             COMPUTE WS-CES-ST-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1)
             MOVE WS-ASSUR-ENDDATE TO WS-DATE-NUM-1
             COMPUTE WS-CES-END-INT =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1)
             COMPUTE WS-CES-TERMDAYS = WS-CES-END-INT - WS-CES-ST-INT
             MOVE WS-CES-ST-INT TO WS-CES-FROM-INT
             IF WS-CES-QST-INT > WS-CES-FROM-INT THEN
                MOVE WS-CES-QST-INT TO WS-CES-FROM-INT
             END-IF
             MOVE WS-CES-END-INT TO WS-CES-TO-INT
             IF WS-CES-QEND-INT < WS-CES-TO-INT THEN
                MOVE WS-CES-QEND-INT TO WS-CES-TO-INT
             END-IF
             IF WS-CES-TO-INT > WS-CES-FROM-INT THEN
                COMPUTE WS-CES-DAYS = WS-CES-TO-INT - WS-CES-FROM-INT
                MOVE WS-ASSUR-AMOUNT TO WS-CES-PREMIUM
                PERFORM PARA-CESSION-SHARE
                MOVE WS-TT-REINSURER(WS-TT-HIT) TO SC-REINSURER
                MOVE WS-TT-RNAME(WS-TT-HIT) TO SC-RNAME
                MOVE WS-ASSUR-CURRENCY TO SC-CURRENCY
                MOVE 'P' TO SC-KIND
                MOVE WS-ASSUR-CONTRACT TO SC-KEY
                MOVE WS-ASSUR-CONTRACT TO SC-CONTRACT
                MOVE WS-ASSUR-PRODUCT TO SC-PRODUCT
                MOVE WS-ASSUR-STDATE TO SC-DATE1
                MOVE WS-ASSUR-ENDDATE TO SC-DATE2
                MOVE WS-ASSUR-STATUS TO SC-STATUS
                MOVE WS-CES-DAYS TO SC-DAYS
                MOVE WS-CES-PREMIUM TO SC-AMOUNT1
                COMPUTE SC-AMOUNT2 ROUNDED = WS-CES-PREMIUM
                                  * WS-CES-DAYS / WS-CES-TERMDAYS
                MOVE WS-CES-PCT TO SC-PCT
                COMPUTE SC-CEDED1 ROUNDED = WS-CES-CEDED-FULL
                                  * WS-CES-DAYS / WS-CES-TERMDAYS
                MOVE 0 TO SC-CEDED2
                RELEASE SC-SORT-REC
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *One entry per claim numbered on the register, from every
      *movement entered up to the quarter end: the last movement
      *leaves the claim's reserve and status, and the payments
      *entered inside the quarter add up to what it paid there
       PARA-CES-LOAD-CLAIMS.
       MOVE 0 TO WS-CLQ-MAX.
       MOVE 'N' TO WS-CLQ-WARNED.
       MOVE 'N' TO WS-EOF2.
       OPEN INPUT CLAIMS-REGISTER.
       IF WS-CLAIMS-STATUS NOT = '00' THEN
          DISPLAY 'WARNING: no claims register on record '
                  '(assurances-claims.dat, status ' WS-CLAIMS-STATUS
                  ') - the claims bordereau is empty.'
          PERFORM PARA-SET-RC-WARNING
       ELSE
          PERFORM UNTIL WS-EOF2 = 'Y'
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   IF CG-ENTRYDATE NOT > WS-CES-QTO THEN
                      IF CG-CLAIMNO NOT = SPACES THEN
                         PERFORM PARA-CES-CLAIM-MOVE
                      ELSE
                         ADD 1 TO WS-CES-UNNUMBERED
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE CLAIMS-REGISTER
       END-IF.
      *Once the claims file exists those lines have been numbered
      *and come back through the movements posted for them
       IF WS-CES-UNNUMBERED > 0 THEN
          OPEN INPUT CLAIM-FILE
          IF WS-CLAIMFILE-STATUS = '00' THEN
             CLOSE CLAIM-FILE
             MOVE 0 TO WS-CES-UNNUMBERED
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-CES-CLAIM-MOVE.
       MOVE 'N' TO WS-CLQ-FOUND.
       PERFORM VARYING WS-CLQ-IDX FROM 1 BY 1
                UNTIL WS-CLQ-IDX > WS-CLQ-MAX OR WS-CLQ-FOUND = 'Y'
          IF WS-CQ-CLAIMNO(WS-CLQ-IDX) = CG-CLAIMNO
             MOVE 'Y' TO WS-CLQ-FOUND
             MOVE WS-CLQ-IDX TO WS-CLQ-HIT
          END-IF
       END-PERFORM.
       IF WS-CLQ-FOUND = 'N' THEN
          IF WS-CLQ-MAX < 3000 THEN
             ADD 1 TO WS-CLQ-MAX
             MOVE WS-CLQ-MAX TO WS-CLQ-HIT
             MOVE 'Y' TO WS-CLQ-FOUND
             MOVE CG-CLAIMNO TO WS-CQ-CLAIMNO(WS-CLQ-HIT)
             MOVE CG-CONTRACT TO WS-CQ-CONTRACT(WS-CLQ-HIT)
             MOVE CG-PRODUCT TO WS-CQ-PRODUCT(WS-CLQ-HIT)
             MOVE CG-CURRENCY TO WS-CQ-CURRENCY(WS-CLQ-HIT)
             MOVE CG-CLAIMDATE TO WS-CQ-CLAIMDATE(WS-CLQ-HIT)
             MOVE 0 TO WS-CQ-PAID(WS-CLQ-HIT)
          ELSE
             IF WS-CLQ-WARNED = 'N' THEN
                DISPLAY 'WARNING: more than 3000 claims on the '
                        'register - claims beyond the table are not '
                        'on the claims bordereau.'
                MOVE 'Y' TO WS-CLQ-WARNED
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
       END-IF.
       IF WS-CLQ-FOUND = 'Y' THEN
          MOVE CG-STATUS TO WS-CQ-STATUS(WS-CLQ-HIT)
          MOVE CG-RESERVE TO WS-CQ-RESERVE(WS-CLQ-HIT)
          IF CG-ENTRYDATE NOT < WS-CES-QFROM THEN
             IF CG-MOVEMENT = 'PARTPAY' OR CG-MOVEMENT = 'FINALPAY'
                ADD CG-MVAMOUNT TO WS-CQ-PAID(WS-CLQ-HIT)
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *A claim on a product under treaty goes on the bordereau when
      *it paid in the quarter or still holds a reserve at its end
       PARA-CES-CLAIM-ONE.
       IF WS-CQ-PAID(WS-CLQ-IDX) > 0 OR
              WS-CQ-RESERVE(WS-CLQ-IDX) > 0 THEN
          MOVE WS-CQ-PRODUCT(WS-CLQ-IDX) TO WS-TT-KEY
          PERFORM PARA-FIND-TREATY
          IF WS-TT-FOUND = 'Y' THEN
             MOVE WS-CQ-CONTRACT(WS-CLQ-IDX) TO WS-MAINT-CONTRACT
             PERFORM PARA-CES-CONTRACT-SHARE
             MOVE WS-TT-REINSURER(WS-TT-HIT) TO SC-REINSURER
             MOVE WS-TT-RNAME(WS-TT-HIT) TO SC-RNAME
             MOVE WS-CQ-CURRENCY(WS-CLQ-IDX) TO SC-CURRENCY
             MOVE 'C' TO SC-KIND
             MOVE WS-CQ-CLAIMNO(WS-CLQ-IDX) TO SC-KEY
             MOVE WS-CQ-CONTRACT(WS-CLQ-IDX) TO SC-CONTRACT
             MOVE WS-CQ-PRODUCT(WS-CLQ-IDX) TO SC-PRODUCT
             MOVE WS-CQ-CLAIMDATE(WS-CLQ-IDX) TO SC-DATE1
             MOVE SPACES TO SC-DATE2
             MOVE WS-CQ-STATUS(WS-CLQ-IDX) TO SC-STATUS
             MOVE 0 TO SC-DAYS
             MOVE WS-CQ-PAID(WS-CLQ-IDX) TO SC-AMOUNT1
             MOVE WS-CQ-RESERVE(WS-CLQ-IDX) TO SC-AMOUNT2
             MOVE WS-CES-PCT TO SC-PCT
             MOVE WS-CQ-PAID(WS-CLQ-IDX) TO WS-CES-AMOUNT
             PERFORM PARA-CES-RECOVER
             MOVE WS-CES-SHARE TO SC-CEDED1
             MOVE WS-CQ-RESERVE(WS-CLQ-IDX) TO WS-CES-AMOUNT
             PERFORM PARA-CES-RECOVER
             MOVE WS-CES-SHARE TO SC-CEDED2
             RELEASE SC-SORT-REC
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Control-break print: a new reinsurer or currency closes the
      *section on both bordereaux and opens the next
       PARA-CES-OUTPUT.
       MOVE 'N' TO WS-EOF2.
       PERFORM UNTIL WS-EOF2 = 'Y'
          RETURN CESSION-SORT
             AT END
                MOVE 'Y' TO WS-EOF2
             NOT AT END
                PERFORM PARA-CES-ONE-LINE
          END-RETURN
       END-PERFORM.
       IF WS-CES-FIRST = 'N' THEN
          PERFORM PARA-CES-SECTION-END
       END-IF.
      *
      ******************************************************************
      *
       PARA-CES-ONE-LINE.
       IF WS-CES-FIRST = 'Y' THEN
          PERFORM PARA-CES-SECTION-START
       ELSE
          IF SC-REINSURER NOT = WS-CES-PREV-REINS OR
                SC-CURRENCY NOT = WS-CES-PREV-CURR
             PERFORM PARA-CES-SECTION-END
             PERFORM PARA-CES-SECTION-START
          END-IF
       END-IF.
       IF SC-KIND = 'P' THEN
          PERFORM PARA-CES-WRITE-PREMIUM
       ELSE
          PERFORM PARA-CES-WRITE-CLAIM
       END-IF.
      *
      ******************************************************************
      *
       PARA-CES-SECTION-START.
       MOVE 'N' TO WS-CES-FIRST.
       MOVE SC-REINSURER TO WS-CES-PREV-REINS.
       MOVE SC-CURRENCY TO WS-CES-PREV-CURR.
       ADD 1 TO WS-CES-SECTIONS.
       MOVE 0 TO WS-CES-PCOUNT.
       MOVE 0 TO WS-CES-PGROSS.
       MOVE 0 TO WS-CES-PCEDED.
       MOVE 0 TO WS-CES-CCOUNT.
       MOVE 0 TO WS-CES-CPAID.
       MOVE 0 TO WS-CES-CRESERVE.
       MOVE 0 TO WS-CES-CRECPAID.
       MOVE 0 TO WS-CES-CRECRES.
       MOVE 'HDR' TO PH-TYPE.
       MOVE SC-REINSURER TO PH-REINSURER.
       MOVE SC-RNAME TO PH-RNAME.
       MOVE WS-CES-QUARTER TO PH-QUARTER.
       MOVE WS-CES-QFROM TO PH-FROM.
       MOVE WS-CES-QTO TO PH-TO.
       MOVE SC-CURRENCY TO PH-CURRENCY.
       MOVE WS-TS-DATE TO PH-RUNDATE.
       MOVE '*' TO PH-SEP1 PH-SEP2 PH-SEP3 PH-SEP4 PH-SEP5 PH-SEP6
                   PH-SEP7.
       WRITE FD-BORDPREM-HDR.
       MOVE 'HDR' TO QH-TYPE.
       MOVE SC-REINSURER TO QH-REINSURER.
       MOVE SC-RNAME TO QH-RNAME.
       MOVE WS-CES-QUARTER TO QH-QUARTER.
       MOVE WS-CES-QFROM TO QH-FROM.
       MOVE WS-CES-QTO TO QH-TO.
       MOVE SC-CURRENCY TO QH-CURRENCY.
       MOVE WS-TS-DATE TO QH-RUNDATE.
       MOVE '*' TO QH-SEP1 QH-SEP2 QH-SEP3 QH-SEP4 QH-SEP5 QH-SEP6
                   QH-SEP7.
       WRITE FD-BORDCLAIM-HDR.
      *
      ******************************************************************
      *
       PARA-CES-SECTION-END.
       MOVE 'TRL' TO PT-TYPE.
       MOVE WS-CES-PREV-REINS TO PT-REINSURER.
       MOVE WS-CES-PREV-CURR TO PT-CURRENCY.
       MOVE WS-CES-PCOUNT TO PT-COUNT.
       MOVE WS-CES-PGROSS TO PT-GROSS.
       MOVE WS-CES-PCEDED TO PT-CEDED.
       MOVE '*' TO PT-SEP1 PT-SEP2 PT-SEP3 PT-SEP4 PT-SEP5.
       WRITE FD-BORDPREM-TRL.
       MOVE 'TRL' TO QT-TYPE.
       MOVE WS-CES-PREV-REINS TO QT-REINSURER.
       MOVE WS-CES-PREV-CURR TO QT-CURRENCY.
       MOVE WS-CES-CCOUNT TO QT-COUNT.
       MOVE WS-CES-CPAID TO QT-PAID.
       MOVE WS-CES-CRESERVE TO QT-RESERVE.
       MOVE WS-CES-CRECPAID TO QT-RECPAID.
       MOVE WS-CES-CRECRES TO QT-RECRESERVE.
       MOVE '*' TO QT-SEP1 QT-SEP2 QT-SEP3 QT-SEP4 QT-SEP5 QT-SEP6
                   QT-SEP7.
       WRITE FD-BORDCLAIM-TRL.
      *
      ******************************************************************
      *
       PARA-CES-WRITE-PREMIUM.
       MOVE 'PRM' TO PB-TYPE.
       MOVE SC-CONTRACT TO PB-CONTRACT.
       MOVE SC-PRODUCT TO PB-PRODUCT.
       MOVE SC-DATE1 TO PB-STDATE.
       MOVE SC-DATE2 TO PB-ENDDATE.
       MOVE SC-AMOUNT1 TO PB-PREMIUM.
       MOVE SC-DAYS TO PB-DAYS.
       MOVE SC-AMOUNT2 TO PB-GROSS.
       COMPUTE PB-CEDEDPCT ROUNDED = SC-PCT.
       MOVE SC-CEDED1 TO PB-CEDED.
       MOVE '*' TO PB-SEP1 PB-SEP2 PB-SEP3 PB-SEP4 PB-SEP5 PB-SEP6
                   PB-SEP7 PB-SEP8 PB-SEP9.
       WRITE FD-BORDPREM-DTL.
       ADD 1 TO WS-CES-PCOUNT.
       ADD 1 TO WS-CES-PLINES.
       ADD SC-AMOUNT2 TO WS-CES-PGROSS.
       ADD SC-CEDED1 TO WS-CES-PCEDED.
      *
      ******************************************************************
      *
       PARA-CES-WRITE-CLAIM.
       MOVE 'CLM' TO QB-TYPE.
       MOVE SC-KEY TO QB-CLAIMNO.
       MOVE SC-CONTRACT TO QB-CONTRACT.
       MOVE SC-PRODUCT TO QB-PRODUCT.
       MOVE SC-DATE1 TO QB-CLAIMDATE.
       MOVE SC-STATUS TO QB-STATUS.
       MOVE SC-AMOUNT1 TO QB-PAID.
       MOVE SC-AMOUNT2 TO QB-RESERVE.
       COMPUTE QB-CEDEDPCT ROUNDED = SC-PCT.
       MOVE SC-CEDED1 TO QB-RECPAID.
       MOVE SC-CEDED2 TO QB-RECRESERVE.
       MOVE '*' TO QB-SEP1 QB-SEP2 QB-SEP3 QB-SEP4 QB-SEP5 QB-SEP6
                   QB-SEP7 QB-SEP8 QB-SEP9 QB-SEP10.
       WRITE FD-BORDCLAIM-DTL.
       ADD 1 TO WS-CES-CCOUNT.
       ADD 1 TO WS-CES-CLINES.
       ADD SC-AMOUNT1 TO WS-CES-CPAID.
       ADD SC-AMOUNT2 TO WS-CES-CRESERVE.
       ADD SC-CEDED1 TO WS-CES-CRECPAID.
       ADD SC-CEDED2 TO WS-CES-CRECRES.
      *
      ******************************************************************
      *
      *Product reference load: rebuild the keyed product file from the
      *product desk's table in assurances-products.dat, one checked
      *line at a time; a table that will not read leaves the
      *reference file as it was
       PARA-PRODUCTS-MODE.
       MOVE 0 TO WS-PROD-LOADED.
       MOVE 0 TO WS-PROD-REJECTED.
       OPEN INPUT PRODFEED-ASSUR.
       IF WS-PRODFEED-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: product table assurances-products.dat '
                  'not found or unreadable - status '
                  WS-PRODFEED-STATUS ' - reference file left as it '
                  'was.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          PERFORM PARA-CLOSE-PRODUCTS
          OPEN OUTPUT PRODUCT-REF
          IF WS-PRODREF-STATUS NOT = '00' THEN
             DISPLAY 'ERROR: cannot rebuild product reference '
                     'assurances-products.idx - status '
                     WS-PRODREF-STATUS
             PERFORM PARA-SET-RC-ERROR
          ELSE
             MOVE 'N' TO WS-EOF2
             PERFORM UNTIL WS-EOF2 = 'Y'
                READ PRODFEED-ASSUR
                   AT END
                      MOVE 'Y' TO WS-EOF2
                   NOT AT END
                      PERFORM PARA-PRODUCTS-ONE
                END-READ
             END-PERFORM
             CLOSE PRODUCT-REF
             DISPLAY WS-PROD-LOADED ' product(s) loaded into '
                     'assurances-products.idx, ' WS-PROD-REJECTED
                     ' rejected.'
             IF WS-PROD-REJECTED > 0 THEN
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
          CLOSE PRODFEED-ASSUR
          PERFORM PARA-OPEN-PRODUCTS
       END-IF.
      *
      ******************************************************************
      *
      *One product line: the code is required, the term is 1 to 120
      *months (blank = 12), the premium limits are numeric (blank =
      *none) with the minimum not above the maximum, and a commission
      *percentage, when given, must parse and not exceed 100
       PARA-PRODUCTS-ONE.
       MOVE SPACES TO WS-PROD-REASON.
       MOVE PF-CODE TO PD-CODE.
       MOVE PF-DESC TO PD-DESC.
       MOVE PF-GLACCT TO PD-GLACCT.
       MOVE 'N' TO PD-COMMOVR.
       MOVE 0 TO PD-COMMRATE.
       MOVE 12 TO PD-TERM.
       MOVE 0 TO PD-MINPREM.
       MOVE 0 TO PD-MAXPREM.
       IF PF-TERM NOT = SPACES THEN
          IF PF-TERM IS NUMERIC THEN
             MOVE PF-TERM TO PD-TERM
          ELSE
             MOVE 'TERM IS NOT NUMERIC' TO WS-PROD-REASON
          END-IF
       END-IF.
       IF PF-MINPREM NOT = SPACES THEN
          IF PF-MINPREM IS NUMERIC THEN
             MOVE PF-MINPREM TO PD-MINPREM
          ELSE
             MOVE 'MINIMUM PREMIUM NOT NUMERIC' TO WS-PROD-REASON
          END-IF
       END-IF.
       IF PF-MAXPREM NOT = SPACES THEN
          IF PF-MAXPREM IS NUMERIC THEN
             MOVE PF-MAXPREM TO PD-MAXPREM
          ELSE
             MOVE 'MAXIMUM PREMIUM NOT NUMERIC' TO WS-PROD-REASON
          END-IF
       END-IF.
       IF PF-COMMPCT NOT = SPACES THEN
          MOVE 'Y' TO PD-COMMOVR
          COMPUTE PD-COMMRATE = FUNCTION NUMVAL(PF-COMMPCT)
             ON SIZE ERROR
                MOVE 'COMMISSION RATE DOES NOT PARSE'
                                                 TO WS-PROD-REASON
          END-COMPUTE
          IF PD-COMMRATE > 100 THEN
             MOVE 'COMMISSION RATE ABOVE 100' TO WS-PROD-REASON
          END-IF
       END-IF.
       EVALUATE TRUE
          WHEN WS-PROD-REASON NOT = SPACES
             CONTINUE
          WHEN PF-CODE = SPACES
             MOVE 'PRODUCT CODE MISSING' TO WS-PROD-REASON
          WHEN PD-TERM = 0 OR PD-TERM > 120
             MOVE 'TERM NOT 1-120 MONTHS' TO WS-PROD-REASON
          WHEN PD-MAXPREM > 0 AND PD-MINPREM > PD-MAXPREM
             MOVE 'MINIMUM ABOVE MAXIMUM' TO WS-PROD-REASON
          WHEN OTHER
             WRITE PD-REC
                INVALID KEY
                   MOVE 'DUPLICATE PRODUCT CODE' TO WS-PROD-REASON
                NOT INVALID KEY
                   ADD 1 TO WS-PROD-LOADED
             END-WRITE
       END-EVALUATE.
       IF WS-PROD-REASON NOT = SPACES THEN
          ADD 1 TO WS-PROD-REJECTED
          DISPLAY 'Product "' PF-CODE '" rejected - '
                  WS-PROD-REASON
       END-IF.
      *
      ******************************************************************
      *
      *Month-end commission statements: one print-image statement per
      *agency on the reference file - its contracts, the premium base
      *from MAS-AMOUNT per currency and the commission due at the
      *agency's rate (or the product's, where the product reference
      *overrides it) - so the commissions stop being computed by hand;
      *cancellations since the last run show as clawbacks of the
      *commission on the premium returned (COMMISSION REPRINT shows the
      *last run's clawbacks again instead of taking new ones)
       PARA-COMMISSION-MODE.
       ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
       MOVE WS-TS-DATE TO WS-FMT-DATE-IN.
                  'produced.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          PERFORM PARA-LOAD-CLAWBACKS
          OPEN OUTPUT COMMISSION-RPT
          PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-MAX
          END-PERFORM
          CLOSE COMMISSION-RPT
          PERFORM PARA-COMM-UNKNOWN-SCAN
          IF WS-CLAW-REPRINT = 'N' THEN
             PERFORM PARA-SAVE-CLAWBACK-CTL
          END-IF
          DISPLAY WS-AGY-MAX ' commission statement(s) written to '
                  'assurances-commission.dat'
          DISPLAY WS-CLAW-MAX ' cancellation(s) clawed back - '
                  'return-premium records ' WS-CLAW-FROM ' to '
                  WS-CLAW-TO
          IF WS-AGY-UNKNOWN > 0 THEN
             DISPLAY 'WARNING: ' WS-AGY-UNKNOWN ' contract(s) carry '
                     'an agency code that is not on the reference '
       END-IF.
      *
      ******************************************************************
      *
      *Return-premium records not yet clawed back - everything after
      *the window the last run recorded - or, on a reprint, that same
      *window again; no control record means nothing clawed back yet
       PARA-LOAD-CLAWBACKS.
       MOVE 0 TO WS-CLAW-MAX.
       MOVE 0 TO WS-CLAW-FROM.
       MOVE 0 TO WS-CLAW-TO.
       MOVE 'N' TO WS-CLAW-WARNED.
       MOVE 'N' TO WS-CLAW-REPRINT.
       IF FUNCTION UPPER-CASE(WS-PARM2) = 'REPRINT' THEN
          MOVE 'Y' TO WS-CLAW-REPRINT
       END-IF.
       OPEN INPUT CLAWCTL-ASSUR.
       IF WS-CLAWCTL-STATUS = '00' THEN
          READ CLAWCTL-ASSUR
             AT END
                CONTINUE
             NOT AT END
                IF CB-FROM IS NUMERIC AND CB-TO IS NUMERIC THEN
                   MOVE CB-FROM TO WS-CLAW-FROM
                   MOVE CB-TO TO WS-CLAW-TO
                END-IF
          END-READ
          CLOSE CLAWCTL-ASSUR
       END-IF.
       IF WS-CLAW-REPRINT = 'N' THEN
          MOVE WS-CLAW-TO TO WS-CLAW-FROM
       END-IF.
       MOVE 0 TO WS-CLAW-SEQ.
       OPEN INPUT RETPREM-ASSUR.
       IF WS-RETPREM-STATUS = '00' THEN
          MOVE 'N' TO WS-EOF2
          PERFORM UNTIL WS-EOF2 = 'Y'
             READ RETPREM-ASSUR
                AT END
                   MOVE 'Y' TO WS-EOF2
                NOT AT END
                   ADD 1 TO WS-CLAW-SEQ
                   IF WS-CLAW-SEQ > WS-CLAW-FROM THEN
                      IF WS-CLAW-REPRINT = 'N' OR
                         WS-CLAW-SEQ NOT > WS-CLAW-TO THEN
                         PERFORM PARA-LOAD-ONE-CLAWBACK
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RETPREM-ASSUR
       END-IF.
      *A full table leaves the rest of the file for the next run
       IF WS-CLAW-REPRINT = 'N' THEN
          COMPUTE WS-CLAW-TO = WS-CLAW-FROM + WS-CLAW-MAX
       END-IF.
      *
      ******************************************************************
      *
       PARA-LOAD-ONE-CLAWBACK.
       IF WS-CLAW-MAX < 500 THEN
          ADD 1 TO WS-CLAW-MAX
          MOVE RX-AGENCY TO WS-CLB-AGENCY(WS-CLAW-MAX)
          MOVE RX-CONTRACT TO WS-CLB-CONTRACT(WS-CLAW-MAX)
          MOVE RX-CURRENCY TO WS-CLB-CURRENCY(WS-CLAW-MAX)
          MOVE RX-PRODUCT TO WS-CLB-PRODUCT(WS-CLAW-MAX)
          MOVE RX-EFFDATE TO WS-CLB-EFFDATE(WS-CLAW-MAX)
          IF RX-REFUND IS NUMERIC THEN
             MOVE RX-REFUND TO WS-CLB-REFUND(WS-CLAW-MAX)
          ELSE
             MOVE 0 TO WS-CLB-REFUND(WS-CLAW-MAX)
          END-IF
       ELSE
          IF WS-CLAW-WARNED = 'N' THEN
             DISPLAY 'WARNING: more than 500 cancellations to claw '
                     'back - the rest are left for the next '
                     'commission run.'
             MOVE 'Y' TO WS-CLAW-WARNED
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *Record the window just clawed back so the next run starts
      *after it
       PARA-SAVE-CLAWBACK-CTL.
       OPEN OUTPUT CLAWCTL-ASSUR.
       IF WS-CLAWCTL-STATUS NOT = '00' THEN
          DISPLAY 'ERROR: cannot rewrite clawback control '
                  'assurances-clawback.dat - status '
                  WS-CLAWCTL-STATUS ' - the next run will claw '
                  'these cancellations back again.'
          PERFORM PARA-SET-RC-ERROR
       ELSE
          MOVE WS-CLAW-FROM TO CB-FROM
          MOVE WS-CLAW-TO TO CB-TO
          MOVE WS-TS-DATE TO CB-RUNDATE
          MOVE '*' TO CB-SEP1 CB-SEP2
          WRITE FD-CLAWCTL-REC
          CLOSE CLAWCTL-ASSUR
       END-IF.
      *
      ******************************************************************
      *
       PARA-LOAD-ONE-AGENCY.
       IF WS-AGY-MAX < 50 THEN
       PARA-COMM-ONE-AGENCY.
       MOVE 0 TO WS-COMM-CURR-MAX.
       MOVE 0 TO WS-COMM-CONTRACTS.
       MOVE 0 TO WS-COMM-CLAWS.
       MOVE 'N' TO WS-COMM-CURR-WARNED.
       PERFORM PARA-COMM-NEW-PAGE.

                                                  TO FD-COMM-LINE
          WRITE FD-COMM-LINE
          ADD 1 TO WS-COMM-LINE-COUNT
       END-IF.
       PERFORM VARYING WS-CLAW-IDX FROM 1 BY 1
                UNTIL WS-CLAW-IDX > WS-CLAW-MAX
          IF WS-CLB-AGENCY(WS-CLAW-IDX) = WS-AG-CODE(WS-AGY-IDX)
             PERFORM PARA-COMM-CLAWBACK-LINE
          END-IF
       END-PERFORM.
       IF WS-COMM-CURR-MAX > 0 THEN
          PERFORM PARA-COMM-TOTALS
       END-IF.
       MOVE SPACES TO FD-COMM-LINE.
      *
      ******************************************************************
      *
      *One cancelled contract: the premium returned and the commission
      *on it at the rate it was paid at, taken back in the currency of
      *the refund
       PARA-COMM-CLAWBACK-LINE.
       IF WS-COMM-LINE-COUNT >= WS-STMT-PAGE-SIZE THEN
          PERFORM PARA-COMM-NEW-PAGE
       END-IF.
       IF WS-COMM-CLAWS = 0 THEN
          MOVE SPACES TO FD-COMM-LINE
          MOVE '  COMMISSION CLAWED BACK ON CANCELLED CONTRACTS'
                                                  TO FD-COMM-LINE
          WRITE FD-COMM-LINE
          ADD 1 TO WS-COMM-LINE-COUNT
       END-IF.
       ADD 1 TO WS-COMM-CLAWS.
       MOVE WS-CLB-PRODUCT(WS-CLAW-IDX) TO WS-PROD-KEY.
       PERFORM PARA-COMM-RATE.
       COMPUTE WS-CLAW-DUE ROUNDED = WS-CLB-REFUND(WS-CLAW-IDX)
                           * WS-PROD-RATE / 100.
       MOVE WS-CLB-EFFDATE(WS-CLAW-IDX) TO WS-FMT-DATE-IN.
       PERFORM PARA-FORMAT-DATE-DISP.
       MOVE WS-CLB-REFUND(WS-CLAW-IDX) TO WS-EDIT-AMOUNT.
       MOVE WS-CLAW-DUE TO WS-CLAW-EDIT.
       MOVE SPACES TO FD-COMM-LINE.
       STRING '  ' DELIMITED BY SIZE
              WS-CLB-CONTRACT(WS-CLAW-IDX) DELIMITED BY SIZE
              ' CANCELLED ' DELIMITED BY SIZE
              WS-FMT-DATE-OUT DELIMITED BY SIZE
              '  PREMIUM RETURNED ' DELIMITED BY SIZE
              WS-EDIT-AMOUNT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CLB-CURRENCY(WS-CLAW-IDX) DELIMITED BY SIZE
              '  CLAWBACK ' DELIMITED BY SIZE
              WS-CLAW-EDIT DELIMITED BY SIZE
              INTO FD-COMM-LINE.
       WRITE FD-COMM-LINE.
       ADD 1 TO WS-COMM-LINE-COUNT.
       MOVE 'N' TO WS-SUM-FOUND.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-COMM-CURR-MAX
          IF WS-CC-CODE(WS-SUM-IDX) = WS-CLB-CURRENCY(WS-CLAW-IDX)
             ADD 1 TO WS-CC-CLAWCOUNT(WS-SUM-IDX)
             ADD WS-CLAW-DUE TO WS-CC-CLAWBACK(WS-SUM-IDX)
             MOVE 'Y' TO WS-SUM-FOUND
          END-IF
       END-PERFORM.
       IF WS-SUM-FOUND = 'N' THEN
          IF WS-COMM-CURR-MAX < 20 THEN
             ADD 1 TO WS-COMM-CURR-MAX
             MOVE WS-CLB-CURRENCY(WS-CLAW-IDX)
                                   TO WS-CC-CODE(WS-COMM-CURR-MAX)
             MOVE 0 TO WS-CC-COUNT(WS-COMM-CURR-MAX)
             MOVE 0 TO WS-CC-TOTAL(WS-COMM-CURR-MAX)
             MOVE 0 TO WS-CC-COMMDUE(WS-COMM-CURR-MAX)
             MOVE 1 TO WS-CC-CLAWCOUNT(WS-COMM-CURR-MAX)
             MOVE WS-CLAW-DUE TO WS-CC-CLAWBACK(WS-COMM-CURR-MAX)
          ELSE
             IF WS-COMM-CURR-WARNED = 'N' THEN
                DISPLAY 'WARNING: more than 20 distinct currency '
                        'codes for agency '
                        WS-AG-CODE(WS-AGY-IDX) ' - statement '
                        'totals are incomplete.'
                MOVE 'Y' TO WS-COMM-CURR-WARNED
                PERFORM PARA-SET-RC-WARNING
             END-IF
          END-IF
       END-IF.
      *
      ******************************************************************
      *
      *The commission builds up unrounded per currency at the rate
      *that applies to each contract and is rounded once on the total
       PARA-COMM-ACCUM.
       IF WS-ASSUR-AMOUNT IS NUMERIC THEN
          MOVE WS-ASSUR-AMOUNT TO WS-AMOUNT-NUM
       ELSE
          MOVE 0 TO WS-AMOUNT-NUM
       END-IF.
       MOVE WS-ASSUR-PRODUCT TO WS-PROD-KEY.
       PERFORM PARA-COMM-RATE.
       MOVE 'N' TO WS-SUM-FOUND.
       PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-COMM-CURR-MAX
          IF WS-CC-CODE(WS-SUM-IDX) = WS-ASSUR-CURRENCY
             ADD 1 TO WS-CC-COUNT(WS-SUM-IDX)
             ADD WS-AMOUNT-NUM TO WS-CC-TOTAL(WS-SUM-IDX)
             COMPUTE WS-CC-COMMDUE(WS-SUM-IDX) =
                     WS-CC-COMMDUE(WS-SUM-IDX)
                     + (WS-AMOUNT-NUM * WS-PROD-RATE / 100)
                ON SIZE ERROR
                   DISPLAY 'ERROR: commission overflow for agency '
                           WS-AG-CODE(WS-AGY-IDX) ' currency '
                           WS-CC-CODE(WS-SUM-IDX) '.'
                   PERFORM PARA-SET-RC-ERROR
             END-COMPUTE
             MOVE 'Y' TO WS-SUM-FOUND
          END-IF
       END-PERFORM.
             MOVE WS-ASSUR-CURRENCY TO WS-CC-CODE(WS-COMM-CURR-MAX)
             MOVE 1 TO WS-CC-COUNT(WS-COMM-CURR-MAX)
             MOVE WS-AMOUNT-NUM TO WS-CC-TOTAL(WS-COMM-CURR-MAX)
             COMPUTE WS-CC-COMMDUE(WS-COMM-CURR-MAX) =
                     WS-AMOUNT-NUM * WS-PROD-RATE / 100
             MOVE 0 TO WS-CC-CLAWCOUNT(WS-COMM-CURR-MAX)
             MOVE 0 TO WS-CC-CLAWBACK(WS-COMM-CURR-MAX)
          ELSE
             IF WS-COMM-CURR-WARNED = 'N' THEN
                DISPLAY 'WARNING: more than 20 distinct currency '
      *
      ******************************************************************
      *
      *Commission rate for the product in WS-PROD-KEY: the product's
      *own rate where the reference file overrides the agency's
      *percentage, the agency's otherwise
       PARA-COMM-RATE.
       MOVE WS-AG-RATE(WS-AGY-IDX) TO WS-PROD-RATE.
       PERFORM PARA-FIND-PRODUCT.
       IF WS-PROD-FOUND = 'Y' AND PD-COMMOVR = 'Y' THEN
          MOVE PD-COMMRATE TO WS-PROD-RATE
       END-IF.
      *
      ******************************************************************
      *
      *Premium base and commission due per currency - the commission
      *stays in the currency of its premium base, conversion is the
      *valuation run's business
          END-IF
          MOVE WS-CC-COUNT(WS-SUM-IDX) TO WS-EDIT-COUNT
          MOVE WS-CC-TOTAL(WS-SUM-IDX) TO WS-EDIT-AMOUNT
          COMPUTE WS-COMM-DUE ROUNDED = WS-CC-COMMDUE(WS-SUM-IDX)
          MOVE WS-COMM-DUE TO WS-COMM-EDIT
          MOVE SPACES TO FD-COMM-LINE
          STRING '  PREMIUM BASE ' DELIMITED BY SIZE
                 INTO FD-COMM-LINE
          WRITE FD-COMM-LINE
          ADD 1 TO WS-COMM-LINE-COUNT
          IF WS-CC-CLAWCOUNT(WS-SUM-IDX) > 0 THEN
             PERFORM PARA-COMM-NET-LINE
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
      *Clawback total and the net commission once it is taken off -
      *negative when the cancellations outweigh the commission due
       PARA-COMM-NET-LINE.
       IF WS-COMM-LINE-COUNT >= WS-STMT-PAGE-SIZE THEN
          PERFORM PARA-COMM-NEW-PAGE
       END-IF.
       MOVE WS-CC-CLAWCOUNT(WS-SUM-IDX) TO WS-EDIT-COUNT.
       MOVE WS-CC-CLAWBACK(WS-SUM-IDX) TO WS-CLAW-EDIT.
       COMPUTE WS-COMM-NET = WS-COMM-DUE - WS-CC-CLAWBACK(WS-SUM-IDX).
       MOVE WS-COMM-NET TO WS-COMM-NET-EDIT.
       MOVE SPACES TO FD-COMM-LINE.
       STRING '  CLAWBACK     ' DELIMITED BY SIZE
              WS-CC-CODE(WS-SUM-IDX) DELIMITED BY SIZE
              ' : ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              ' CANCELLATION(S) ' DELIMITED BY SIZE
              WS-CLAW-EDIT DELIMITED BY SIZE
              '  NET COMMISSION ' DELIMITED BY SIZE
              WS-COMM-NET-EDIT DELIMITED BY SIZE
              INTO FD-COMM-LINE.
       WRITE FD-COMM-LINE.
       ADD 1 TO WS-COMM-LINE-COUNT.
      *
      ******************************************************************
      *
      *Contracts whose agency code is blank or not on the reference
      *file earn nobody commission - count them so the desk hears
      *about it
      ******************************************************************
      *
      *Only unattended modes may appear in a job plan - the terminal
      *modes (MAINT, APPROVAL, HISTORY, PORTFOLIO, the interactive
      *search) have no place in the night window
       PARA-CHAIN-DISPATCH.
       EVALUATE WS-JP-MODE(WS-JP-IDX)
          WHEN 'IMPORT'
             PERFORM PARA-RENEWAL-MODE
          WHEN 'RECEIPTS'
             PERFORM PARA-RECEIPTS-MODE
          WHEN 'RENEWPAID'
             PERFORM PARA-BACKUP-MASTER
             IF WS-BACKUP-OK = 'Y' THEN
                PERFORM PARA-RENEWPAID-MODE
             END-IF
          WHEN 'DUNNING'
             PERFORM PARA-BACKUP-MASTER
             IF WS-BACKUP-OK = 'Y' THEN
                PERFORM PARA-DUNNING-MODE
             END-IF
          WHEN 'CLAIMS'
             PERFORM PARA-CLAIMS-MODE
          WHEN 'LOSSRATIO'
             PERFORM PARA-LOSSRATIO-MODE
          WHEN 'COMMISSION'
             PERFORM PARA-COMMISSION-MODE
          WHEN 'PRODUCTS'
             PERFORM PARA-PRODUCTS-MODE
          WHEN 'VALUATION'
             PERFORM PARA-VALUATION-MODE
          WHEN 'RECONCILE'
             END-IF
          WHEN 'GLEXTRACT'
             PERFORM PARA-GLEXTRACT-MODE
          WHEN 'UPR'
             PERFORM PARA-UPR-MODE
          WHEN 'CESSION'
             PERFORM PARA-CESSION-MODE
          WHEN 'PENDAGE'
             PERFORM PARA-PENDAGE-MODE
          WHEN 'CLIENTNUM'
             PERFORM PARA-BACKUP-MASTER
             IF WS-BACKUP-OK = 'Y' THEN
             END-IF
          WHEN 'POSITION'
             PERFORM PARA-POSITION-MODE
          WHEN 'CONTACTEXC'
             PERFORM PARA-CONTACTEXC-MODE
          WHEN OTHER
             DISPLAY 'ERROR: job plan step "' WS-JP-MODE(WS-JP-IDX)
                     '" is not a chainable mode.'
          WHEN 'HDR'
             DISPLAY 'Restoring backup cut ' RS-REST(1:8)
          WHEN 'REC'
             MOVE RS-REST(1:136) TO MAS-REC
             WRITE MAS-REC
             IF WS-MASTER-STATUS NOT = '00' THEN
                DISPLAY 'ERROR: rebuild write failed for contract '
       END-IF.
      *
      ******************************************************************
      *
      *Open the product reference for keyed reads; until the product
      *desk has loaded one, nothing can be checked against it and the
      *adds and changes that need it are refused
       PARA-OPEN-PRODUCTS.
       MOVE 'N' TO WS-PRODREF-OPEN.
       OPEN INPUT PRODUCT-REF.
       IF WS-PRODREF-STATUS = '00' THEN
          MOVE 'Y' TO WS-PRODREF-OPEN
       ELSE
          IF WS-RUN-MODE NOT = 'PRODUCTS' THEN
             DISPLAY 'WARNING: cannot open product reference '
                     'assurances-products.idx - status '
                     WS-PRODREF-STATUS ' - products cannot be '
                     'checked; run PRODUCTS to load it.'
             PERFORM PARA-SET-RC-WARNING
          END-IF
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLOSE-PRODUCTS.
       IF WS-PRODREF-OPEN = 'Y' THEN
          CLOSE PRODUCT-REF
          MOVE 'N' TO WS-PRODREF-OPEN
       END-IF.
      *
      ******************************************************************
      *
      *Keyed lookup of WS-PROD-KEY on the product reference; the
      *record is left in PD-REC when found
       PARA-FIND-PRODUCT.
       MOVE 'N' TO WS-PROD-FOUND.
       IF WS-PRODREF-OPEN = 'Y' THEN
          MOVE WS-PROD-KEY TO PD-CODE
          READ PRODUCT-REF
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-PROD-FOUND
          END-READ
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLOSE-JOURNAL.
       IF WS-JOURNAL-OPEN = 'Y' THEN
          MOVE MAS-AGENCY TO WS-JF-NEW
          PERFORM PARA-JOURNAL-WRITE
       END-IF.
       IF JO-FREQ NOT = MAS-FREQ THEN
          MOVE 'FREQ' TO WS-JF-FIELD
          MOVE JO-FREQ TO WS-JF-OLD
          MOVE MAS-FREQ TO WS-JF-NEW
          PERFORM PARA-JOURNAL-WRITE
       END-IF.
      *
      ******************************************************************
      *
      *
      *Companion lookup over the claims register, the way HISTORY
      *searches the archive and JOURNAL the change journal: filter
      *by contract or claim number, one sequential pass per query,
      *each movement shown with the position it left the claim in. A
      *claim number that is on the claims file gets its current
      *position shown first.
       PARA-CLAIMQUERY-MODE.
       MOVE 'X' TO WS-FILTER-TYPE.
       PERFORM UNTIL WS-FILTER-TYPE = SPACE
          DISPLAY ' '
          DISPLAY 'Claims lookup - (N)contract (C)laim number, '
                  'blank to exit: ' WITH NO ADVANCING
          ACCEPT WS-FILTER-TYPE
          IF WS-FILTER-TYPE NOT = SPACE THEN
             DISPLAY 'Enter filter text: ' WITH NO ADVANCING
             ACCEPT WS-FILTER-VALUE
             IF FUNCTION UPPER-CASE(WS-FILTER-TYPE) = 'C' THEN
                PERFORM PARA-CLAIMQ-CURRENT
             END-IF
             PERFORM PARA-CLAIMQ-SEARCH
          END-IF
       END-PERFORM.
      *
      ******************************************************************
      *
       PARA-CLAIMQ-CURRENT.
       OPEN INPUT CLAIM-FILE.
       IF WS-CLAIMFILE-STATUS = '00' THEN
          MOVE WS-FILTER-VALUE TO CM-CLAIMNO
          READ CLAIM-FILE
             INVALID KEY
                DISPLAY 'Claim ' WS-FILTER-VALUE(1:10)
                        ' is not on the claims file.'
             NOT INVALID KEY
                DISPLAY 'Claim ' CM-CLAIMNO ' contract ' CM-CONTRACT
                        ' ' CM-STATUS ' opened ' CM-OPENDATE
                DISPLAY '   claimed ' CM-CLAIMED ' reserve '
                        CM-RESERVE ' paid ' CM-PAID ' '
                        CM-CURRENCY
          END-READ
          CLOSE CLAIM-FILE
       END-IF.
      *
      ******************************************************************
      *
       PARA-CLAIMQ-SEARCH.
       MOVE 0 TO WS-CLAIMQ-MATCHES.
             END-READ
          END-PERFORM
          CLOSE CLAIMS-REGISTER
          DISPLAY WS-CLAIMQ-MATCHES ' claim movement(s) matched.'
       END-IF.
      *
      ******************************************************************
      *
      *Same containment test the other lookups use, against the
      *claim's contract number or claim number
       PARA-CHECK-CLAIM-MATCH.
       MOVE 'Y' TO WS-FILTER-MATCH.
       IF WS-FILTER-VALUE NOT = SPACES THEN
          MOVE FUNCTION TRIM(WS-FILTER-VALUE) TO WS-FILTER-TRIMMED
          MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-VALUE))
                                                    TO WS-FILTER-LEN
          IF FUNCTION UPPER-CASE(WS-FILTER-TYPE) = 'C' THEN
             INSPECT CG-CLAIMNO TALLYING
                     WS-FILTER-TALLY FOR ALL
                     WS-FILTER-TRIMMED(1:WS-FILTER-LEN)
          ELSE
             INSPECT CG-CONTRACT TALLYING
                     WS-FILTER-TALLY FOR ALL
                     WS-FILTER-TRIMMED(1:WS-FILTER-LEN)
          END-IF
          IF WS-FILTER-TALLY = 0 THEN
             MOVE 'N' TO WS-FILTER-MATCH
          END-IF
      *
       PARA-DISP-CLAIM-REC.
       DISPLAY CG-ENTRYDATE SPACE WITH NO ADVANCING.
       DISPLAY CG-CLAIMNO SPACE WITH NO ADVANCING.
       DISPLAY CG-MOVEMENT SPACE WITH NO ADVANCING.
       DISPLAY CG-MVAMOUNT SPACE WITH NO ADVANCING.
       DISPLAY CG-RESERVE SPACE WITH NO ADVANCING.
       DISPLAY CG-CONTRACT SPACE WITH NO ADVANCING.
       DISPLAY CG-PRODUCT SPACE WITH NO ADVANCING.
       DISPLAY CG-CLAIMDATE SPACE WITH NO ADVANCING.

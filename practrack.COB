               "C:\Users\zcint\BATCHLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOG-STATUS.
      * Per-student fines ledger: charges posted from fined violation
      * codes, payments and waivers keyed by the officer, each under
      * the student's next ledger sequence number.
           SELECT LEDGER-FILE ASSIGN TO "C:\Users\zcint\LEDGER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO
               "C:\Users\zcint\STATEMENT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
      * One-time layout conversion pair for the violation code table
      * after the fine amount was added: the old view reads
      * VIOCODE.dat as written before the change, the new view builds
      * the replacement.
           SELECT OLD-VIOCODE-FILE ASSIGN TO
               "C:\Users\zcint\VIOCODE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDV-CODE
               FILE STATUS IS WS-OLDVIO-STATUS.
           SELECT NEW-VIOCODE-FILE ASSIGN TO
               "C:\Users\zcint\VIOCODE_NEW.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEWV-CODE
               FILE STATUS IS WS-NEWVIO-STATUS.
      * Community service log: one row per session rendered against a
      * sanction, keyed on the sanction (student and level) plus a
      * session number.
           SELECT SERVLOG-FILE ASSIGN TO "C:\Users\zcint\SERVLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERVLOG-KEY
               FILE STATUS IS WS-SERVLOG-STATUS.
      * One-time layout conversion pair for the sanction file after
      * the service hours fields were added: the old view reads
      * SANCTION.dat as written before the change, the new view
      * builds the replacement.
           SELECT OLD-SANCTION-FILE ASSIGN TO
               "C:\Users\zcint\SANCTION.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDS-KEY
               FILE STATUS IS WS-OLDSANC-STATUS.
           SELECT NEW-SANCTION-FILE ASSIGN TO
               "C:\Users\zcint\SANCTION_NEW.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEWS-KEY
               FILE STATUS IS WS-NEWSANC-STATUS.
      * Incident records: one row per event (a fight, a group cutting
      * class) with its narrative.  INCLINK.dat ties each violation
      * row to its incident - keyed on the violation key plus the
      * violation's date and type, so a violation number reused after
      * the term-end purge never picks up an archived row's incident,
      * with the incident number as an alternate key so every student
      * involved in one event can be read together.
           SELECT INCIDENT-FILE ASSIGN TO
               "C:\Users\zcint\INCIDENT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INCIDENT-NO
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT INCLINK-FILE ASSIGN TO "C:\Users\zcint\INCLINK.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INCL-KEY
               ALTERNATE RECORD KEY IS INCL-INCIDENT-NO WITH DUPLICATES
               FILE STATUS IS WS-INCLINK-STATUS.
      * Reporting staff: the guards, teachers and office staff who
      * witness or report violations.  Every new violation names one
      * of them; RPTLINK.dat records who reported each violation row,
      * keyed on the violation key plus the violation's date and type
      * (as INCLINK.dat is) with the staff ID as an alternate key for
      * the per-reporter report.
           SELECT STAFF-FILE ASSIGN TO "C:\Users\zcint\STAFF.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-ID
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT RPTLINK-FILE ASSIGN TO "C:\Users\zcint\RPTLINK.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTL-KEY
               ALTERNATE RECORD KEY IS RPTL-STAFF-ID WITH DUPLICATES
               FILE STATUS IS WS-RPTLINK-STATUS.
      * One-time layout conversion pair for the pending queue after
      * the reporter was added to PENDING-RECORD.
           SELECT OLD-PENDING-FILE ASSIGN TO
               "C:\Users\zcint\PENDING.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDP-SEQ
               FILE STATUS IS WS-OLDPEND-STATUS.
           SELECT NEW-PENDING-FILE ASSIGN TO
               "C:\Users\zcint\PENDING_NEW.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEWP-SEQ
               FILE STATUS IS WS-NEWPEND-STATUS.
      * Daily close control history: one row per business day with
      * the live file's closing count by status and the day's
      * activity derived from the audit trail.
           SELECT DAYCTL-FILE ASSIGN TO "C:\Users\zcint\DAYCTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCTL-DATE
               FILE STATUS IS WS-DAYCTL-STATUS.
      * Section adviser directory: one row per year-section naming the
      * adviser who receives and acknowledges that section's notices.
      * PACKETS.dat carries the per-adviser notice packets, and the
      * notice sort pair orders register rows by adviser for the
      * packets and the aging report.
           SELECT ADVISER-FILE ASSIGN TO "C:\Users\zcint\ADVISER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-SECTION
               FILE STATUS IS WS-ADVISER-STATUS.
           SELECT PACKET-FILE ASSIGN TO "C:\Users\zcint\PACKETS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-STATUS.
           SELECT SORTED-NOTICE-FILE ASSIGN TO
               "C:\Users\zcint\SORTED_NOTICES.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-SORT-FILE ASSIGN TO "NOTESORT.tmp".
      * Guardian contacts: one row per student on the master giving
      * the parent or guardian the office writes to and calls.
      * GRDLOG.dat logs every contact attempt and its outcome under
      * the student's next log number; GRDLOAD.dat is the roster-style
      * load file and GRDLETTER.dat collects the guardian letters.
           SELECT GUARDIAN-FILE ASSIGN TO
               "C:\Users\zcint\GUARDIAN.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT GRDLOG-FILE ASSIGN TO "C:\Users\zcint\GRDLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLOG-KEY
               FILE STATUS IS WS-GRDLOG-STATUS.
           SELECT GRDLOAD-FILE ASSIGN TO "C:\Users\zcint\GRDLOAD.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDLOAD-STATUS.
           SELECT GRDLETTER-FILE ASSIGN TO
               "C:\Users\zcint\GRDLETTER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDLETTER-STATUS.
      * Good-conduct sealing: one row per minor violation sealed after
      * the student's clean terms, keyed on the violation key plus the
      * violation's date and type so a seal only ever matches the
      * violation it was made for, whether on the live file or in an
      * archive.
           SELECT SEAL-FILE ASSIGN TO "C:\Users\zcint\SEAL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAL-KEY
               FILE STATUS IS WS-SEAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Severity class: "N" - minor (row-count escalation only),
      * "M" - major (a single offense sanctions immediately).
           05 VIOCODE-SEVERITY  PIC X(1).
      * Fine in pesos charged to the student's ledger for each
      * violation of this code; zero when the code carries no fine.
           05 VIOCODE-FINE      PIC 9(5)V99.

       FD TERMCAL-FILE.
       01 TERMCAL-RECORD.
           05 SANCTION-DESC     PIC X(30).
           05 SANCTION-DATE     PIC X(10).
           05 SANCTION-STATUS   PIC X(1).
      * Community service: hours the sanction requires, hours rendered
      * so far from the service log, and the date they are due by.
      * A sanction requiring hours is served automatically when the
      * rendered hours reach the requirement; one requiring none is
      * still marked served by the officer.
           05 SANCTION-HOURS-REQ  PIC 9(3)V9.
           05 SANCTION-HOURS-DONE PIC 9(3)V9.
           05 SANCTION-HOURS-DUE  PIC X(10).

       FD APPEAL-FILE.
       01 APPEAL-RECORD.
           05 NOTEREG-ISSUED-DATE PIC X(10).
           05 NOTEREG-PRINTED     PIC X(1).
           05 NOTEREG-ACK-DATE    PIC X(10).
      * Section of the acknowledging adviser - the ADVISER.dat key.
           05 NOTEREG-ACK-BY      PIC X(20).

       FD TERMARCH-FILE.
           05 PENDING-REMARKS    PIC X(50).
           05 PENDING-STATUS     PIC X(1).
           05 PENDING-REASON     PIC X(30).
           05 PENDING-REPORTER   PIC X(10).

       FD JOBLOCK-FILE.
       01 JOBLOCK-RECORD.
       FD BATCHLOG-FILE.
       01 BATCHLOG-RECORD       PIC X(200).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LEDGER-KEY.
               10 LEDGER-STUDENT-ID PIC X(10).
               10 LEDGER-SEQ        PIC 9(4).
      * Entry type: "C" charge from a fined violation, "P" payment,
      * "W" waiver.  Payments and waivers carry the official receipt
      * number; a charge carries the violation number, code and date
      * so it is only ever matched to the violation it was posted for.
           05 LEDGER-TYPE         PIC X(1).
           05 LEDGER-DATE         PIC X(10).
           05 LEDGER-AMOUNT       PIC 9(5)V99.
           05 LEDGER-VIOL-NO      PIC 9(4).
           05 LEDGER-CODE         PIC X(20).
           05 LEDGER-OR-NO        PIC X(12).
           05 LEDGER-REMARKS      PIC X(30).
           05 LEDGER-POSTED-BY    PIC X(20).
           05 LEDGER-VIOL-DATE    PIC X(10).

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD      PIC X(120).

       FD OLD-VIOCODE-FILE.
       01 OLD-VIOCODE-RECORD.
           05 OLDV-CODE         PIC X(20).
           05 OLDV-DESC         PIC X(30).
           05 OLDV-SEVERITY     PIC X(1).

       FD NEW-VIOCODE-FILE.
       01 NEW-VIOCODE-RECORD.
           05 NEWV-CODE         PIC X(20).
           05 NEWV-DESC         PIC X(30).
           05 NEWV-SEVERITY     PIC X(1).
           05 NEWV-FINE         PIC 9(5)V99.

       FD SERVLOG-FILE.
       01 SERVLOG-RECORD.
           05 SERVLOG-KEY.
               10 SERVLOG-STUDENT-ID PIC X(10).
               10 SERVLOG-LEVEL      PIC 9(1).
               10 SERVLOG-SEQ        PIC 9(3).
           05 SERVLOG-DATE        PIC X(10).
           05 SERVLOG-HOURS       PIC 9(2)V9.
           05 SERVLOG-STAFF       PIC X(20).
           05 SERVLOG-ACTIVITY    PIC X(40).
           05 SERVLOG-LOGGED-BY   PIC X(20).

       FD OLD-SANCTION-FILE.
       01 OLD-SANCTION-RECORD.
           05 OLDS-KEY.
               10 OLDS-STUDENT-ID PIC X(10).
               10 OLDS-LEVEL      PIC 9(1).
           05 OLDS-DESC         PIC X(30).
           05 OLDS-DATE         PIC X(10).
           05 OLDS-STATUS       PIC X(1).

       FD NEW-SANCTION-FILE.
       01 NEW-SANCTION-RECORD.
           05 NEWS-KEY.
               10 NEWS-STUDENT-ID PIC X(10).
               10 NEWS-LEVEL      PIC 9(1).
           05 NEWS-DESC         PIC X(30).
           05 NEWS-DATE         PIC X(10).
           05 NEWS-STATUS       PIC X(1).
           05 NEWS-HOURS-REQ    PIC 9(3)V9.
           05 NEWS-HOURS-DONE   PIC 9(3)V9.
           05 NEWS-HOURS-DUE    PIC X(10).

       FD INCIDENT-FILE.
       01 INCIDENT-RECORD.
           05 INCIDENT-NO         PIC 9(6).
           05 INCIDENT-DATE       PIC X(10).
      * Time of the event, HH:MM on the 24-hour clock.
           05 INCIDENT-TIME       PIC X(5).
           05 INCIDENT-LOCATION   PIC X(30).
           05 INCIDENT-NARRATIVE.
               10 INCIDENT-NARR-LINE PIC X(60) OCCURS 4 TIMES.
           05 INCIDENT-FILED-BY   PIC X(20).
           05 INCIDENT-FILED-DATE PIC X(10).

       FD INCLINK-FILE.
       01 INCLINK-RECORD.
           05 INCL-KEY.
               10 INCL-STUDENT-ID PIC X(10).
               10 INCL-VIOL-NO    PIC 9(4).
               10 INCL-VIOL-DATE  PIC X(10).
               10 INCL-VIOL-TYPE  PIC X(20).
           05 INCL-INCIDENT-NO    PIC 9(6).
           05 INCL-LINKED-BY      PIC X(20).
           05 INCL-LINKED-DATE    PIC X(10).

       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 STAFF-ID            PIC X(10).
           05 STAFF-NAME          PIC X(30).
           05 STAFF-POSITION      PIC X(20).
      * "Y" active, "N" no longer reporting - kept on file so past
      * reports still show the name.
           05 STAFF-ACTIVE        PIC X(1).

       FD RPTLINK-FILE.
       01 RPTLINK-RECORD.
           05 RPTL-KEY.
               10 RPTL-STUDENT-ID PIC X(10).
               10 RPTL-VIOL-NO    PIC 9(4).
               10 RPTL-VIOL-DATE  PIC X(10).
               10 RPTL-VIOL-TYPE  PIC X(20).
           05 RPTL-STAFF-ID       PIC X(10).
      * How the report reached the file: "M" manual add, "Q" approved
      * from the front-desk queue, "I" guard import.
           05 RPTL-SOURCE         PIC X(1).
           05 RPTL-RECORDED-BY    PIC X(20).

       FD OLD-PENDING-FILE.
       01 OLD-PENDING-RECORD.
           05 OLDP-SEQ           PIC 9(6).
           05 OLDP-STUDENT-ID    PIC X(10).
           05 OLDP-NAME          PIC X(30).
           05 OLDP-COURSE        PIC X(20).
           05 OLDP-SECTION       PIC X(15).
           05 OLDP-DATE          PIC X(10).
           05 OLDP-TYPE          PIC X(20).
           05 OLDP-REMARKS       PIC X(50).
           05 OLDP-STATUS        PIC X(1).
           05 OLDP-REASON        PIC X(30).

       FD NEW-PENDING-FILE.
       01 NEW-PENDING-RECORD.
           05 NEWP-SEQ           PIC 9(6).
           05 NEWP-STUDENT-ID    PIC X(10).
           05 NEWP-NAME          PIC X(30).
           05 NEWP-COURSE        PIC X(20).
           05 NEWP-SECTION       PIC X(15).
           05 NEWP-DATE          PIC X(10).
           05 NEWP-TYPE          PIC X(20).
           05 NEWP-REMARKS       PIC X(50).
           05 NEWP-STATUS        PIC X(1).
           05 NEWP-REASON        PIC X(30).
           05 NEWP-REPORTER      PIC X(10).

       FD DAYCTL-FILE.
       01 DAYCTL-RECORD.
           05 DCTL-DATE           PIC X(10).
           05 DCTL-RUN-AT         PIC X(14).
           05 DCTL-RUN-BY         PIC X(20).
      * Date of the close the opening figure was carried from; spaces
      * on the first close, whose opening is derived instead.
           05 DCTL-PRIOR-DATE     PIC X(10).
           05 DCTL-OPENING        PIC 9(6).
           05 DCTL-ADDS           PIC 9(6).
           05 DCTL-UPDATES        PIC 9(6).
           05 DCTL-DELETES        PIC 9(6).
           05 DCTL-ARCHIVED       PIC 9(6).
           05 DCTL-RESOLVES       PIC 9(6).
           05 DCTL-APPROVALS      PIC 9(6).
           05 DCTL-IMPORTS        PIC 9(6).
           05 DCTL-CLOSING        PIC 9(6).
           05 DCTL-OPEN-ROWS      PIC 9(6).
           05 DCTL-RESOLVED-ROWS  PIC 9(6).
           05 DCTL-DISMISSED-ROWS PIC 9(6).
           05 DCTL-OTHER-ROWS     PIC 9(6).
      * "Y" opening + adds - deletes - archived = closing, "N" break.
           05 DCTL-BALANCED       PIC X(1).

       FD ADVISER-FILE.
       01 ADVISER-RECORD.
           05 ADV-SECTION         PIC X(15).
           05 ADV-NAME            PIC X(30).
           05 ADV-DEPARTMENT      PIC X(30).
           05 ADV-PHONE           PIC X(15).
           05 ADV-EMAIL           PIC X(40).

       FD PACKET-FILE.
       01 PACKET-RECORD         PIC X(120).

       FD SORTED-NOTICE-FILE.
       01 SORTED-NOTICE-RECORD.
           05 SNT-NO-ADVISER      PIC 9(1).
           05 SNT-ADVISER-NAME    PIC X(30).
           05 SNT-SECTION         PIC X(15).
           05 SNT-AGE-DAYS        PIC 9(6).
           05 SNT-STUDENT-ID      PIC X(10).
           05 SNT-LEVEL           PIC 9(1).
           05 SNT-STUDENT-NAME    PIC X(30).
           05 SNT-COURSE          PIC X(20).
           05 SNT-ISSUED          PIC X(10).
           05 SNT-PRINTED         PIC X(1).

       SD NOTICE-SORT-FILE.
       01 NOTICE-SORT-RECORD.
      * 0 when the student's section has an adviser on file, 1 when
      * it has none - those rows sort after every adviser's group.
           05 NSR-NO-ADVISER      PIC 9(1).
           05 NSR-ADVISER-NAME    PIC X(30).
           05 NSR-SECTION         PIC X(15).
           05 NSR-AGE-DAYS        PIC 9(6).
           05 NSR-STUDENT-ID      PIC X(10).
           05 NSR-LEVEL           PIC 9(1).
           05 NSR-STUDENT-NAME    PIC X(30).
           05 NSR-COURSE          PIC X(20).
           05 NSR-ISSUED          PIC X(10).
           05 NSR-PRINTED         PIC X(1).

       FD GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GRD-STUDENT-ID      PIC X(10).
           05 GRD-NAME            PIC X(30).
           05 GRD-RELATION        PIC X(15).
           05 GRD-ADDRESS-1       PIC X(40).
           05 GRD-ADDRESS-2       PIC X(40).
           05 GRD-PHONE           PIC X(15).
           05 GRD-UPDATED         PIC X(10).

       FD GRDLOG-FILE.
       01 GRDLOG-RECORD.
           05 GLOG-KEY.
               10 GLOG-STUDENT-ID PIC X(10).
               10 GLOG-SEQ        PIC 9(4).
           05 GLOG-DATE           PIC X(10).
      * Outcome: "L" letter sent, "C" called - guardian reached,
      * "N" called - no answer, "H" conference held.
           05 GLOG-OUTCOME        PIC X(1).
      * Sanction level the contact concerns, 0 when none.  A parent
      * conference letter carries the date and time it booked.
           05 GLOG-LEVEL          PIC 9(1).
           05 GLOG-CONF-DATE      PIC X(10).
           05 GLOG-CONF-TIME      PIC X(5).
           05 GLOG-REMARKS        PIC X(40).
           05 GLOG-BY             PIC X(20).

       FD GRDLOAD-FILE.
       01 GRDLOAD-RECORD        PIC X(200).

       FD GRDLETTER-FILE.
       01 GRDLETTER-RECORD      PIC X(120).

       FD SEAL-FILE.
       01 SEAL-RECORD.
           05 SEAL-KEY.
               10 SEAL-STUDENT-ID PIC X(10).
               10 SEAL-VIOL-NO    PIC 9(4).
               10 SEAL-VIOL-DATE  PIC X(10).
               10 SEAL-VIOL-TYPE  PIC X(20).
      * "S" sealed, "U" unsealed by an officer after a challenge - the
      * row is kept so later sealing runs leave that violation alone.
           05 SEAL-STATUS         PIC X(1).
           05 SEAL-DATE           PIC X(10).
           05 SEAL-TERM           PIC X(10).
           05 SEAL-BY             PIC X(20).
           05 SEAL-UNSEAL-DATE    PIC X(10).
           05 SEAL-UNSEAL-BY      PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-CHOICE             PIC 99 VALUE 0.
       01 WS-MASTER-CHOICE      PIC 9 VALUE 0.
       01 WS-NOTEREG-LISTED     PIC 9(4) VALUE 0.
       01 WS-ACK-DATE           PIC X(10) VALUE SPACES.
       01 WS-ACK-BY             PIC X(20) VALUE SPACES.
       01 WS-ACK-NAME           PIC X(30) VALUE SPACES.
       01 WS-AGING-DAYS         PIC 9(4) VALUE 0.
       01 WS-AGE-DAYS           PIC S9(8) VALUE 0.
       01 WS-TODAY-DAYNO        PIC 9(8) VALUE 0.
           05 WS-SANCTION-RULE OCCURS 3 TIMES.
               10 WS-SANCTION-TRIGGER PIC 9(2).
               10 WS-SANCTION-TEXT    PIC X(30).
      * Community service hours each level carries when it is issued:
      * none for the written warning, 10 with a parent conference, 20
      * on a discipline board referral.  The officer may adjust a
      * sanction's requirement afterwards.
       01 WS-SANCTION-HOURS-DATA.
           05 FILLER            PIC 9(3)V9 VALUE 0.
           05 FILLER            PIC 9(3)V9 VALUE 10.
           05 FILLER            PIC 9(3)V9 VALUE 20.
       01 WS-SANCTION-HOURS-TABLE REDEFINES WS-SANCTION-HOURS-DATA.
           05 WS-SANCTION-HOURS PIC 9(3)V9 OCCURS 3 TIMES.
       01 WS-CURRENT-DATETIME   PIC X(21).
       01 WS-BACKUP-SUFFIX      PIC X(14).
       01 WS-BACKUP-COMMAND     PIC X(200) VALUE SPACES.
       01 WS-BATCH-FROM         PIC X(10) VALUE SPACES.
       01 WS-BATCH-TO           PIC X(10) VALUE SPACES.
       01 WS-BATCH-RESUME       PIC X VALUE "N".
       01 WS-BATCH-TERM         PIC X(10) VALUE SPACES.
       01 WS-BATCH-CLEAN        PIC X VALUE SPACE.
       01 WS-BPARM-STATUS       PIC XX VALUE SPACES.
       01 WS-BPARM-OPEN         PIC 9 VALUE 0.
       01 WS-BLOG-STATUS        PIC XX VALUE SPACES.
       01 WS-BKO-MISSING        PIC 9(4) VALUE 0.
       01 WS-BKO-LOCKED         PIC 9(4) VALUE 0.
       01 WS-BKO-WITHDRAWN      PIC 9(4) VALUE 0.
       01 WS-BKO-LETTER-WITHDRAWN PIC X(40) VALUE
           "Withdrawn - sanction backed out".
       01 WS-BKO-MAJOR-LEFT     PIC 9 VALUE 0.
       01 WS-BKO-ABORT          PIC 9 VALUE 0.
      * Student ID merge work areas: the old ID's rows are collected
           05 WS-MRG-ENTRY OCCURS 200 TIMES.
               10 WS-MRG-OLD-CNT PIC 9(4).
               10 WS-MRG-NEW-CNT PIC 9(4).
               10 WS-MRG-DATE    PIC X(10).
               10 WS-MRG-TYPE    PIC X(20).
               10 WS-MRG-ROW     PIC X(220).
       01 WS-MRG-IDX            PIC 9(4) VALUE 0.
       01 WS-MRG-BASE           PIC 9(4) VALUE 0.
           05 FILLER            PIC X VALUE "T".
           05 WS-EXP-REC-COUNT  PIC 9(6).
           05 WS-EXP-HASH       PIC 9(8).
       01 WS-VIO-FINE           PIC 9(5)V99 VALUE 0.
       01 WS-VIO-FINE-ED        PIC ZZ,ZZ9.99.
       01 WS-OLDVIO-STATUS      PIC XX VALUE SPACES.
       01 WS-NEWVIO-STATUS      PIC XX VALUE SPACES.
       01 WS-VIOCONV-COUNT      PIC 9(6) VALUE 0.
       01 WS-VIOCONV-EOF        PIC 9 VALUE 0.
      * Fines ledger work areas.  Amounts are pesos with centavos;
      * the balance is signed so an overpayment shows as a credit.
       01 WS-LEDGER-STATUS      PIC XX VALUE SPACES.
       01 WS-STATEMENT-STATUS   PIC XX VALUE SPACES.
       01 WS-LEDGER-CHOICE      PIC 9 VALUE 0.
       01 WS-LEDGER-EOF         PIC 9 VALUE 0.
       01 WS-LEDGER-READ-OK     PIC 9 VALUE 0.
       01 WS-LEDG-OK            PIC 9 VALUE 0.
       01 WS-LEDG-SEQ           PIC 9(4) VALUE 0.
       01 WS-LEDG-TYPE          PIC X VALUE SPACE.
       01 WS-LEDG-DATE          PIC X(10) VALUE SPACES.
       01 WS-LEDG-AMOUNT        PIC 9(5)V99 VALUE 0.
       01 WS-LEDG-VIOL-NO       PIC 9(4) VALUE 0.
       01 WS-LEDG-CODE          PIC X(20) VALUE SPACES.
       01 WS-LEDG-VIOL-DATE     PIC X(10) VALUE SPACES.
       01 WS-LEDG-OR-NO         PIC X(12) VALUE SPACES.
       01 WS-LEDG-REMARKS       PIC X(30) VALUE SPACES.
       01 WS-LEDG-OR-USED       PIC 9 VALUE 0.
       01 WS-LEDG-REVERSED      PIC 9 VALUE 0.
       01 WS-LEDG-CHARGE-SEQ    PIC 9(4) VALUE 0.
       01 WS-LEDG-TYPE-TEXT     PIC X(7) VALUE SPACES.
       01 WS-LEDG-REF           PIC X(26) VALUE SPACES.
       01 WS-LEDG-CHARGES       PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-PAYMENTS      PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-WAIVERS       PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-BALANCE       PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-RUNNING       PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-OPENING       PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-CLOSING       PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-PROOF         PIC S9(7)V99 VALUE 0.
       01 WS-LEDG-CHARGE-CNT    PIC 9(5) VALUE 0.
       01 WS-LEDG-PAYMENT-CNT   PIC 9(5) VALUE 0.
       01 WS-LEDG-WAIVER-CNT    PIC 9(5) VALUE 0.
       01 WS-LEDG-AMOUNT-ED     PIC ZZ,ZZ9.99.
       01 WS-LEDG-MONEY-ED      PIC -Z,ZZZ,ZZ9.99.
       01 WS-LEDG-MONEY2-ED     PIC -Z,ZZZ,ZZ9.99.
       01 WS-LEDG-FROM-DATE     PIC X(10) VALUE SPACES.
       01 WS-LEDG-TO-DATE       PIC X(10) VALUE SPACES.
       01 WS-LEDG-ABORT         PIC 9 VALUE 0.
       01 WS-LEDG-LINE          PIC X(120) VALUE SPACES.
       01 WS-LEDG-MOVED         PIC 9(4) VALUE 0.
       01 WS-LEDG-SAVE-RECORD   PIC X(128) VALUE SPACES.
      * Community service hours work areas.  Hours are kept to the
      * tenth; a sanction with no due date set is given the current
      * term end, or WS-SVC-DEFAULT-DAYS from issue when no term is
      * flagged current.
       01 WS-SERVLOG-STATUS     PIC XX VALUE SPACES.
       01 WS-OLDSANC-STATUS     PIC XX VALUE SPACES.
       01 WS-NEWSANC-STATUS     PIC XX VALUE SPACES.
       01 WS-SANCCONV-COUNT     PIC 9(6) VALUE 0.
       01 WS-SANCCONV-EOF       PIC 9 VALUE 0.
       01 WS-SERVICE-CHOICE     PIC 9 VALUE 0.
       01 WS-SERVLOG-EOF        PIC 9 VALUE 0.
       01 WS-SVC-DEFAULT-DAYS   PIC 9(3) VALUE 30.
       01 WS-SVC-OK             PIC 9 VALUE 0.
       01 WS-SVC-SEQ            PIC 9(3) VALUE 0.
       01 WS-SVC-DATE           PIC X(10) VALUE SPACES.
       01 WS-SVC-HOURS          PIC 9(2)V9 VALUE 0.
       01 WS-SVC-STAFF          PIC X(20) VALUE SPACES.
       01 WS-SVC-ACTIVITY       PIC X(40) VALUE SPACES.
       01 WS-SVC-REQ            PIC 9(3)V9 VALUE 0.
       01 WS-SVC-DUE            PIC X(10) VALUE SPACES.
       01 WS-SVC-EXPECTED       PIC 9(3)V9 VALUE 0.
       01 WS-SVC-ISSUE-DAYNO    PIC 9(8) VALUE 0.
       01 WS-SVC-DUE-DAYNO      PIC 9(8) VALUE 0.
       01 WS-SVC-LAST-DATE      PIC X(10) VALUE SPACES.
       01 WS-SVC-STATE          PIC X(7) VALUE SPACES.
       01 WS-SVC-CHECKED        PIC 9(4) VALUE 0.
       01 WS-SVC-LISTED         PIC 9(4) VALUE 0.
       01 WS-SVC-MOVED          PIC 9(4) VALUE 0.
       01 WS-SVC-RETOTAL        PIC 9(3)V9 VALUE 0.
       01 WS-SVC-HOURS-ED       PIC Z9.9.
       01 WS-SVC-REQ-ED         PIC ZZ9.9.
       01 WS-SVC-DONE-ED        PIC ZZ9.9.
       01 WS-SVC-EXP-ED         PIC ZZ9.9.
       01 WS-SVC-RETOTAL-ED     PIC ZZ9.9.
       01 WS-SVC-LINE           PIC X(160) VALUE SPACES.
       01 WS-SVC-SAVE-RECORD    PIC X(107) VALUE SPACES.
      * Incident record work areas.  WS-INCIDENT-NO is the incident a
      * violation being added is tied to; zero means none.
       01 WS-INCIDENT-STATUS    PIC XX VALUE SPACES.
       01 WS-INCLINK-STATUS     PIC XX VALUE SPACES.
       01 WS-INCIDENT-CHOICE    PIC 9 VALUE 0.
       01 WS-INCIDENT-NO        PIC 9(6) VALUE 0.
       01 WS-INCIDENT-FOUND     PIC 9 VALUE 0.
       01 WS-INCIDENT-EOF       PIC 9 VALUE 0.
       01 WS-INCLINK-EOF        PIC 9 VALUE 0.
       01 WS-INC-OK             PIC 9 VALUE 0.
       01 WS-INC-ROW-FOUND      PIC 9 VALUE 0.
       01 WS-INC-IDX            PIC 9 VALUE 0.
       01 WS-INC-INVOLVED       PIC 9(4) VALUE 0.
       01 WS-INC-LISTED         PIC 9(4) VALUE 0.
       01 WS-INC-DATE           PIC X(10) VALUE SPACES.
       01 WS-INC-TIME.
           05 WS-INC-HH         PIC 99.
           05 WS-INC-COLON      PIC X.
           05 WS-INC-MM         PIC 99.
       01 WS-INC-LOCATION       PIC X(30) VALUE SPACES.
       01 WS-INC-NARRATIVE.
           05 WS-INC-NARR-LINE  PIC X(60) OCCURS 4 TIMES.
       01 WS-INC-APPEAL-TEXT    PIC X(12) VALUE SPACES.
       01 WS-INC-LINE           PIC X(160) VALUE SPACES.
       01 WS-IMPORT-INCIDENT    PIC X(6) VALUE SPACES.
       01 WS-IMPORT-INC-LEN     PIC 9(2) VALUE 0.
      * Reporting staff work areas.  WS-REPORTER-ID is the staff
      * member reporting a violation being added, WS-RPTL-SOURCE how
      * it arrived.
       01 WS-STAFF-STATUS       PIC XX VALUE SPACES.
       01 WS-RPTLINK-STATUS     PIC XX VALUE SPACES.
       01 WS-OLDPEND-STATUS     PIC XX VALUE SPACES.
       01 WS-NEWPEND-STATUS     PIC XX VALUE SPACES.
       01 WS-PENDCONV-COUNT     PIC 9(6) VALUE 0.
       01 WS-PENDCONV-EOF       PIC 9 VALUE 0.
       01 WS-STAFF-CHOICE       PIC 9 VALUE 0.
       01 WS-STAFF-FOUND        PIC 9 VALUE 0.
       01 WS-STAFF-EOF          PIC 9 VALUE 0.
       01 WS-RPTLINK-EOF        PIC 9 VALUE 0.
       01 WS-REPORTER-ID        PIC X(10) VALUE SPACES.
       01 WS-RPTL-SOURCE        PIC X VALUE SPACE.
       01 WS-IMPORT-REPORTER    PIC X(10) VALUE SPACES.
       01 WS-STF-ID             PIC X(10) VALUE SPACES.
       01 WS-STF-NAME           PIC X(30) VALUE SPACES.
       01 WS-STF-POSITION       PIC X(20) VALUE SPACES.
       01 WS-STF-ACTIVE         PIC X VALUE SPACE.
       01 WS-RPR-RECORDED       PIC 9(5) VALUE 0.
       01 WS-RPR-REJECTED       PIC 9(5) VALUE 0.
       01 WS-RPR-PENDING        PIC 9(5) VALUE 0.
       01 WS-RPR-OVERTURNED     PIC 9(5) VALUE 0.
       01 WS-RPR-FILED          PIC 9(5) VALUE 0.
       01 WS-RPR-PCT            PIC 9(3) VALUE 0.
       01 WS-RPR-PCT-ED         PIC ZZ9.
       01 WS-RPR-TOT-FILED      PIC 9(6) VALUE 0.
       01 WS-RPR-TOT-REJECTED   PIC 9(6) VALUE 0.
       01 WS-RPR-TOT-OVERTURNED PIC 9(6) VALUE 0.
       01 WS-RPR-LISTED         PIC 9(4) VALUE 0.
       01 WS-RPR-LINE           PIC X(160) VALUE SPACES.
      * Data integrity check: one entry per class of exception, with
      * its severity ("E" error - wrong data that will misstate a
      * report; "W" warning - worth a look before term end).
       01 WS-INT-CLASS-DATA.
           05 FILLER            PIC X(50) VALUE
               "EViolation with no student master record".
           05 FILLER            PIC X(50) VALUE
               "WViolation type not on the code table".
           05 FILLER            PIC X(50) VALUE
               "EResolved/dismissed violation, no resolved date".
           05 FILLER            PIC X(50) VALUE
               "ESanction with no notice register row".
           05 FILLER            PIC X(50) VALUE
               "WNotice register row with no sanction".
           05 FILLER            PIC X(50) VALUE
               "EOpen appeal on a violation not on file".
           05 FILLER            PIC X(50) VALUE
               "WClosed appeal on a violation not on file".
           05 FILLER            PIC X(50) VALUE
               "EMore than one term flagged current".
           05 FILLER            PIC X(50) VALUE
               "WNo term flagged current".
           05 FILLER            PIC X(50) VALUE
               "EPending entry with no student master record".
           05 FILLER            PIC X(50) VALUE
               "WPending entry type not on the code table".
       01 WS-INT-CLASSES REDEFINES WS-INT-CLASS-DATA.
           05 WS-INT-CLASS-ENTRY OCCURS 11 TIMES.
               10 WS-INT-SEV        PIC X(1).
               10 WS-INT-DESC       PIC X(49).
       01 WS-INT-COUNTS.
           05 WS-INT-COUNT      PIC 9(6) OCCURS 11 TIMES.
       01 WS-INT-CLASS          PIC 9(2) VALUE 0.
       01 WS-INT-IDX            PIC 9(2) VALUE 0.
       01 WS-INT-OK             PIC 9 VALUE 0.
       01 WS-INT-EOF            PIC 9 VALUE 0.
       01 WS-INT-ERRORS         PIC 9(6) VALUE 0.
       01 WS-INT-WARNINGS       PIC 9(6) VALUE 0.
       01 WS-INT-CURRENT-TERMS  PIC 9(3) VALUE 0.
       01 WS-INT-SEV-TEXT       PIC X(7) VALUE SPACES.
       01 WS-INT-DETAIL         PIC X(120) VALUE SPACES.
       01 WS-INT-LINE           PIC X(160) VALUE SPACES.
      * Daily close work fields.  The per-user table holds the day's
      * activity for each user found on the audit trail.
       01 WS-DAYCTL-STATUS      PIC XX VALUE SPACES.
       01 WS-DC-CHOICE          PIC 9 VALUE 0.
       01 WS-DC-OK              PIC 9 VALUE 0.
       01 WS-DC-EOF             PIC 9 VALUE 0.
       01 WS-DC-PRIOR-FOUND     PIC 9 VALUE 0.
       01 WS-DC-PRIOR-DATE      PIC X(10) VALUE SPACES.
       01 WS-DC-PRIOR-RUN-AT    PIC X(14) VALUE SPACES.
       01 WS-DC-PRIOR-CLOSING   PIC 9(6) VALUE 0.
       01 WS-DC-PRIOR-BALANCED  PIC X(1) VALUE SPACES.
       01 WS-DC-RUN-AT          PIC X(14) VALUE SPACES.
       01 WS-DC-DAY-START       PIC X(14) VALUE SPACES.
       01 WS-DC-OPENING         PIC 9(6) VALUE 0.
       01 WS-DC-CLOSING         PIC 9(6) VALUE 0.
       01 WS-DC-EXPECTED        PIC S9(7) VALUE 0.
       01 WS-DC-DIFFERENCE      PIC S9(7) VALUE 0.
       01 WS-DC-DIFF-ED         PIC -(6)9.
       01 WS-DC-OPEN-ROWS       PIC 9(6) VALUE 0.
       01 WS-DC-RESOLVED-ROWS   PIC 9(6) VALUE 0.
       01 WS-DC-DISMISSED-ROWS  PIC 9(6) VALUE 0.
       01 WS-DC-OTHER-ROWS      PIC 9(6) VALUE 0.
       01 WS-DC-ARCHIVED        PIC 9(6) VALUE 0.
       01 WS-DC-ARCH-ROWS       PIC 9(6) VALUE 0.
       01 WS-DC-BALANCED        PIC X(1) VALUE SPACES.
       01 WS-DC-USER-COUNT      PIC 9(2) VALUE 0.
       01 WS-DC-USER-IDX        PIC 9(2) VALUE 0.
       01 WS-DC-USER-FOUND      PIC 9(2) VALUE 0.
       01 WS-DC-USER-FULL       PIC 9 VALUE 0.
       01 WS-DC-USER-TABLE.
           05 WS-DC-USER-ENTRY OCCURS 50 TIMES.
               10 WS-DC-USER        PIC X(20).
               10 WS-DC-U-ADDS      PIC 9(5).
               10 WS-DC-U-UPDATES   PIC 9(5).
               10 WS-DC-U-DELETES   PIC 9(5).
               10 WS-DC-U-RESOLVES  PIC 9(5).
               10 WS-DC-U-APPROVALS PIC 9(5).
               10 WS-DC-U-IMPORTS   PIC 9(5).
       01 WS-DC-TOTALS.
           05 WS-DC-ADDS          PIC 9(6).
           05 WS-DC-UPDATES       PIC 9(6).
           05 WS-DC-DELETES       PIC 9(6).
           05 WS-DC-RESOLVES      PIC 9(6).
           05 WS-DC-APPROVALS     PIC 9(6).
           05 WS-DC-IMPORTS       PIC 9(6).
      * The totals edited to the per-user column width.
       01 WS-DC-TOTALS-ED.
           05 WS-DC-ADDS-ED       PIC Z(4)9.
           05 WS-DC-UPDATES-ED    PIC Z(4)9.
           05 WS-DC-DELETES-ED    PIC Z(4)9.
           05 WS-DC-RESOLVES-ED   PIC Z(4)9.
           05 WS-DC-APPROVALS-ED  PIC Z(4)9.
           05 WS-DC-IMPORTS-ED    PIC Z(4)9.
       01 WS-DC-LINE            PIC X(160) VALUE SPACES.
       01 WS-ADVISER-STATUS     PIC XX VALUE SPACES.
       01 WS-PACKET-STATUS      PIC XX VALUE SPACES.
       01 WS-ADVISER-AVAILABLE  PIC 9 VALUE 0.
       01 WS-ADVISER-FOUND      PIC 9 VALUE 0.
       01 WS-ADVISER-CHOICE     PIC 9 VALUE 0.
       01 WS-ADVISER-EOF        PIC 9 VALUE 0.
       01 WS-ADV-SECTION        PIC X(15) VALUE SPACES.
       01 WS-ADV-NAME           PIC X(30) VALUE SPACES.
       01 WS-ADV-DEPARTMENT     PIC X(30) VALUE SPACES.
       01 WS-ADV-PHONE          PIC X(15) VALUE SPACES.
       01 WS-ADV-EMAIL          PIC X(40) VALUE SPACES.
       01 WS-ACK-SECTION        PIC X(15) VALUE SPACES.
       01 WS-AGING-BY-ADVISER   PIC X VALUE "N".
       01 WS-AGING-FIRST        PIC 9 VALUE 0.
       01 WS-AGING-NO-ADVISER   PIC 9 VALUE 0.
       01 WS-AGING-ADVISER      PIC X(30) VALUE SPACES.
       01 WS-AGING-GROUP-COUNT  PIC 9(4) VALUE 0.
       01 WS-PKT-OK             PIC 9 VALUE 0.
       01 WS-PKT-EOF            PIC 9 VALUE 0.
       01 WS-PKT-VIOL-OK        PIC 9 VALUE 0.
       01 WS-PKT-SANC-OK        PIC 9 VALUE 0.
       01 WS-PKT-REG-OK         PIC 9 VALUE 0.
       01 WS-PKT-IN-PACKET      PIC 9 VALUE 0.
       01 WS-PKT-ADVISER        PIC X(30) VALUE SPACES.
       01 WS-PKT-STUDENT-ID     PIC X(10) VALUE SPACES.
       01 WS-PKT-LEVEL          PIC 9 VALUE 0.
       01 WS-PKT-TEXT-LEVEL     PIC 9 VALUE 0.
       01 WS-PKT-ITEMS          PIC 9(4) VALUE 0.
       01 WS-PKT-PACKETS        PIC 9(5) VALUE 0.
       01 WS-PKT-NOTICES        PIC 9(5) VALUE 0.
       01 WS-PKT-UNASSIGNED     PIC 9(5) VALUE 0.
       01 WS-PKT-LEVEL-TEXT     PIC X(30) VALUE SPACES.
       01 WS-PKT-LINE           PIC X(120) VALUE SPACES.
      * Acknowledgment slip for the packet being written - one entry
      * per notice; notices past the table's size are only counted.
       01 WS-PKT-SLIP-COUNT     PIC 9(4) VALUE 0.
       01 WS-PKT-SLIP-OVER      PIC 9(4) VALUE 0.
       01 WS-PKT-SLIP-IDX       PIC 9(4) VALUE 0.
       01 WS-PKT-SLIP-TABLE.
           05 WS-PKT-SLIP OCCURS 100 TIMES.
               10 WS-PKT-SLIP-ID      PIC X(10).
               10 WS-PKT-SLIP-NAME    PIC X(30).
               10 WS-PKT-SLIP-LEVEL   PIC 9(1).
               10 WS-PKT-SLIP-ISSUED  PIC X(10).
       01 WS-GUARDIAN-STATUS    PIC XX VALUE SPACES.
       01 WS-GRDLOG-STATUS      PIC XX VALUE SPACES.
       01 WS-GRDLOAD-STATUS     PIC XX VALUE SPACES.
       01 WS-GRDLETTER-STATUS   PIC XX VALUE SPACES.
       01 WS-GUARDIAN-CHOICE    PIC 9 VALUE 0.
       01 WS-GUARDIAN-FOUND     PIC 9 VALUE 0.
       01 WS-GUARDIAN-EOF       PIC 9 VALUE 0.
       01 WS-GRDLOG-EOF         PIC 9 VALUE 0.
       01 WS-GRDLOAD-EOF        PIC 9 VALUE 0.
       01 WS-GRD-NAME           PIC X(30) VALUE SPACES.
       01 WS-GRD-RELATION       PIC X(15) VALUE SPACES.
       01 WS-GRD-ADDRESS-1      PIC X(40) VALUE SPACES.
       01 WS-GRD-ADDRESS-2      PIC X(40) VALUE SPACES.
       01 WS-GRD-PHONE          PIC X(15) VALUE SPACES.
      * Result of GUARDIAN-STORE-ROW: "A" added, "U" updated,
      * "S" same as on file, "E" could not be written.
       01 WS-GRD-RESULT         PIC X VALUE SPACE.
       01 WS-GRD-OUTCOME        PIC X VALUE SPACE.
       01 WS-GRD-OUTCOME-TEXT   PIC X(24) VALUE SPACES.
       01 WS-GRD-LEVEL          PIC 9 VALUE 0.
       01 WS-GRD-DATE           PIC X(10) VALUE SPACES.
       01 WS-GRD-REMARKS        PIC X(40) VALUE SPACES.
       01 WS-GRD-CONF-DATE      PIC X(10) VALUE SPACES.
       01 WS-GRD-CONF-TIME      PIC X(5) VALUE SPACES.
       01 WS-GLOG-SEQ           PIC 9(4) VALUE 0.
       01 WS-GRD-LINE           PIC X(120) VALUE SPACES.
       01 WS-GRD-SANCTIONED     PIC 9 VALUE 0.
       01 WS-GRD-EXC-REASON     PIC X(24) VALUE SPACES.
       01 WS-GRD-READ           PIC 9(6) VALUE 0.
       01 WS-GRD-ADDS           PIC 9(6) VALUE 0.
       01 WS-GRD-UPDATES        PIC 9(6) VALUE 0.
       01 WS-GRD-UNCHANGED      PIC 9(6) VALUE 0.
       01 WS-GRD-REJECTS        PIC 9(6) VALUE 0.
       01 WS-GRD-EXCEPTIONS     PIC 9(6) VALUE 0.
       01 WS-GRD-EXC-SANCTIONED PIC 9(6) VALUE 0.
       01 WS-GRD-CONF-UNBOOKED  PIC 9(6) VALUE 0.
       01 WS-GRD-CONF-PENDING   PIC 9 VALUE 0.
       01 WS-GRD-MOVED          PIC 9(5) VALUE 0.
       01 WS-GRD-SAVE-COUNT     PIC 9(4) VALUE 0.
       01 WS-GRD-SAVE-RECORD    PIC X(101) VALUE SPACES.
      * Parent conferences are booked no sooner than
      * WS-GRD-CONF-LEAD-DAYS after the letter, on a weekday, in the
      * first of the day's slots not already given to another family.
       01 WS-GRD-CONF-LEAD-DAYS PIC 9(2) VALUE 5.
       01 WS-GRD-DOW            PIC 9 VALUE 0.
       01 WS-GRD-TRIES          PIC 9(3) VALUE 0.
       01 WS-GRD-SLOT-IDX       PIC 9 VALUE 0.
       01 WS-GRD-SLOT-DATA.
           05 FILLER            PIC X(5) VALUE "09:00".
           05 FILLER            PIC X(5) VALUE "10:00".
           05 FILLER            PIC X(5) VALUE "11:00".
           05 FILLER            PIC X(5) VALUE "13:30".
           05 FILLER            PIC X(5) VALUE "14:30".
           05 FILLER            PIC X(5) VALUE "15:30".
       01 WS-GRD-SLOT-TABLE REDEFINES WS-GRD-SLOT-DATA.
           05 WS-GRD-SLOT       PIC X(5) OCCURS 6 TIMES.
       01 WS-GRD-SLOT-FLAGS.
           05 WS-GRD-SLOT-TAKEN PIC 9 OCCURS 6 TIMES.
       01 WS-GRD-SANC-OK        PIC 9 VALUE 0.
       01 WS-GRD-SANC-LEVEL     PIC 9 VALUE 0.
      * Good-conduct sealing work areas.  CHECK-ROW-SEALED tests the
      * row named by WS-SEAL-CHK-ID/-NO/-DATE/-TYPE and answers in
      * WS-ROW-SEALED.  The clean window runs from the start of the
      * earliest of the required terms to the end of the term just
      * ended; minor rows resolved before the window are sealed for a
      * student with no violation inside it.
       01 WS-SEAL-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAL-CHOICE        PIC 9 VALUE 0.
       01 WS-SEAL-AVAILABLE     PIC 9 VALUE 0.
       01 WS-SEAL-EOF           PIC 9 VALUE 0.
       01 WS-SEAL-OK            PIC 9 VALUE 0.
       01 WS-SEAL-FAIL-TEXT     PIC X(60) VALUE SPACES.
       01 WS-ROW-SEALED         PIC 9 VALUE 0.
       01 WS-SEAL-CHK-ID        PIC X(10) VALUE SPACES.
       01 WS-SEAL-CHK-NO        PIC 9(4) VALUE 0.
       01 WS-SEAL-CHK-DATE      PIC X(10) VALUE SPACES.
       01 WS-SEAL-CHK-TYPE      PIC X(20) VALUE SPACES.
       01 WS-SEAL-TERM-CODE     PIC X(10) VALUE SPACES.
       01 WS-SEAL-TERMS-X       PIC X VALUE SPACE.
       01 WS-SEAL-TERMS         PIC 9 VALUE 0.
       01 WS-SEAL-DEFAULT-TERMS PIC 9 VALUE 2.
       01 WS-SEAL-STEP          PIC 9 VALUE 0.
       01 WS-SEAL-REF-IDX       PIC 9(2) VALUE 0.
       01 WS-SEAL-WIN-IDX       PIC 9(2) VALUE 0.
       01 WS-SEAL-PREV-START    PIC X(10) VALUE SPACES.
       01 WS-SEAL-WIN-START     PIC X(10) VALUE SPACES.
       01 WS-SEAL-WIN-END       PIC X(10) VALUE SPACES.
       01 WS-SEAL-CUR-ID        PIC X(10) VALUE SPACES.
       01 WS-SEAL-CUR-NAME      PIC X(30) VALUE SPACES.
       01 WS-SEAL-CLEAN         PIC 9 VALUE 0.
       01 WS-SEAL-STUDENTS      PIC 9(6) VALUE 0.
       01 WS-SEAL-ROWS          PIC 9(6) VALUE 0.
       01 WS-SEAL-NOT-CLEAN     PIC 9(6) VALUE 0.
       01 WS-SEAL-ERRORS        PIC 9(6) VALUE 0.
       01 WS-SEAL-LEFT          PIC 9(6) VALUE 0.
       01 WS-SEAL-LISTED        PIC 9(6) VALUE 0.
       01 WS-SEAL-LINE          PIC X(120) VALUE SPACES.
       01 WS-SEAL-CONFIRM       PIC X VALUE SPACE.
       01 WS-SEAL-REASON        PIC X(60) VALUE SPACES.
       01 WS-SEAL-FILTER-ID     PIC X(10) VALUE SPACES.
      * One student's eligible rows, held until the student's last row
      * has been read and the clean window is known to be clear.
       01 WS-SEAL-IDX           PIC 9(3) VALUE 0.
       01 WS-SEAL-CAND-COUNT    PIC 9(3) VALUE 0.
       01 WS-SEAL-CAND-TABLE.
           05 WS-SEAL-CAND OCCURS 200 TIMES.
               10 WS-SEAL-CAND-NO    PIC 9(4).
               10 WS-SEAL-CAND-DATE  PIC X(10).
               10 WS-SEAL-CAND-TYPE  PIC X(20).
      * Possible-duplicate check for the pending review.  The entries
      * still pending are loaded before the review starts so each one
      * can be compared with the reports queued ahead of it; an entry
      * reviewed in this sitting takes its new status in the table.
       01 WS-PDUP-COUNT         PIC 9(4) VALUE 0.
       01 WS-PDUP-IDX           PIC 9(4) VALUE 0.
       01 WS-PDUP-SELF          PIC 9(4) VALUE 0.
       01 WS-PDUP-FULL          PIC 9 VALUE 0.
       01 WS-PDUP-EOF           PIC 9 VALUE 0.
       01 WS-PDUP-FLAG          PIC 9 VALUE 0.
       01 WS-PDUP-OF-SEQ        PIC 9(6) VALUE 0.
       01 WS-PDUP-OF-VIOL       PIC 9(4) VALUE 0.
       01 WS-PDUP-TABLE.
           05 WS-PDUP-ENTRY OCCURS 500 TIMES.
               10 WS-PDUP-SEQ        PIC 9(6).
               10 WS-PDUP-STUDENT-ID PIC X(10).
               10 WS-PDUP-DATE       PIC X(10).
               10 WS-PDUP-TYPE       PIC X(20).
               10 WS-PDUP-STATUS     PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-CURRENT-ROLE = "O"
               DISPLAY "27 - Import Run Backout"
               DISPLAY "28 - Student ID Merge"
               DISPLAY "29 - Fines and Payments Ledger"
               DISPLAY "30 - Community Service Hours"
           END-IF
           DISPLAY "31 - Incident Records"
           IF WS-CURRENT-ROLE = "O"
               DISPLAY "32 - Reporting Staff"
               DISPLAY "33 - Data Integrity Check"
               DISPLAY "34 - Daily Close"
               DISPLAY "35 - Section Advisers"
               DISPLAY "36 - Guardian Contacts"
               DISPLAY "37 - Good-Conduct Sealing"
           END-IF
           DISPLAY "99 - Exit"
           DISPLAY " "
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 29
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM LEDGER-MENU
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 30
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM SERVICE-HOURS-MENU
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 31
                   PERFORM INCIDENT-MENU
               WHEN 32
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM STAFF-MAINTENANCE
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 33
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM INTEGRITY-CHECK
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 34
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM DAILY-CLOSE-MENU
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 35
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM ADVISER-MENU
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 36
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM GUARDIAN-MENU
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 37
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM SEAL-MENU
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 99
                   DISPLAY "Exiting the system..."
               WHEN OTHER

       BATCH-MODE-DRIVER.
      * Reads BATCHPARM.dat (KEY=VALUE lines: JOB, CUTOFF, FROM, TO,
      * RESUME, TERM, CLEAN), runs the named job to completion with no
      * console input, and writes BATCHLOG.dat with the job's control
      * totals and a final RESULT line.
           MOVE 1 TO WS-BATCH-MODE.
           MOVE "BATCH" TO WS-CURRENT-USER.
           MOVE "O" TO WS-CURRENT-ROLE.
                       PERFORM BATCH-RUN-ARCHIVE
                   WHEN "EXPORT"
                       PERFORM BATCH-RUN-EXPORT
                   WHEN "SERVICE"
                       PERFORM BATCH-RUN-SERVICE
                   WHEN "INTEGRITY"
                       PERFORM BATCH-RUN-INTEGRITY
                   WHEN "DAYCLOSE"
                       PERFORM BATCH-RUN-DAYCLOSE
                   WHEN "PACKETS"
                       PERFORM BATCH-RUN-PACKETS
                   WHEN "GUARDIANS"
                       PERFORM BATCH-RUN-GUARDIANS
                   WHEN "SEAL"
                       PERFORM BATCH-RUN-SEAL
                   WHEN OTHER
                       MOVE SPACES TO WS-BATCH-LOG-TEXT
                       STRING "JOB must be IMPORT, ARCHIVE, EXPORT, "
                           "SERVICE, INTEGRITY, DAYCLOSE, PACKETS, "
                           "GUARDIANS or SEAL"
                           DELIMITED BY SIZE
                           INTO WS-BATCH-LOG-TEXT
                       END-STRING
                       PERFORM WRITE-BATCH-LOG-LINE
                       MOVE 8 TO WS-BATCH-RC
               END-EVALUATE
           MOVE SPACES TO WS-BATCH-FROM.
           MOVE SPACES TO WS-BATCH-TO.
           MOVE "N" TO WS-BATCH-RESUME.
           MOVE SPACES TO WS-BATCH-TERM.
           MOVE SPACE TO WS-BATCH-CLEAN.
           MOVE 0 TO WS-BPARM-EOF.
           MOVE 0 TO WS-BPARM-OPEN.
           OPEN INPUT BATCHPARM-FILE.
                   MOVE WS-BPARM-VALUE (1:10) TO WS-BATCH-TO
               WHEN "RESUME"
                   MOVE WS-BPARM-VALUE (1:1) TO WS-BATCH-RESUME
               WHEN "TERM"
                   MOVE WS-BPARM-VALUE (1:10) TO WS-BATCH-TERM
               WHEN "CLEAN"
                   MOVE WS-BPARM-VALUE (1:1) TO WS-BATCH-CLEAN
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               END-IF
           END-IF.

       BATCH-RUN-SERVICE.
      * Weekly run of the behind-on-hours report for guidance.
           PERFORM SERVICE-BEHIND-PASS.
           IF WS-SVC-OK = 0
               MOVE "No sanction file - service report not run"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE 8 TO WS-BATCH-RC
           ELSE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Sanctions with hours outstanding: "
                   DELIMITED BY SIZE
                   WS-SVC-CHECKED DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Students behind on hours:         "
                   DELIMITED BY SIZE
                   WS-SVC-LISTED DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE "Report written to REPORT.dat"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
           END-IF.

       BATCH-RUN-INTEGRITY.
      * Unattended integrity check: the per-class counts go to the log
      * and any exception at all ends the run with RC 4 so the data is
      * looked at before the term-end reports.
           PERFORM INTEGRITY-CHECK-PASS.
           IF WS-INT-OK = 0
               MOVE "STUDENT-FILE in use - integrity check not run"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE 8 TO WS-BATCH-RC
           ELSE
               PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                   UNTIL WS-INT-IDX > 11
                   IF WS-INT-COUNT (WS-INT-IDX) > 0
                       MOVE SPACES TO WS-BATCH-LOG-TEXT
                       STRING WS-INT-SEV (WS-INT-IDX)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-INT-COUNT (WS-INT-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-INT-DESC (WS-INT-IDX) DELIMITED BY SIZE
                           INTO WS-BATCH-LOG-TEXT
                       END-STRING
                       PERFORM WRITE-BATCH-LOG-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Integrity errors " DELIMITED BY SIZE
                   WS-INT-ERRORS DELIMITED BY SIZE
                   " warnings " DELIMITED BY SIZE
                   WS-INT-WARNINGS DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE "Report written to REPORT.dat"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
               IF WS-INT-ERRORS > 0 OR WS-INT-WARNINGS > 0
                   MOVE 4 TO WS-BATCH-RC
               END-IF
           END-IF.

       BATCH-RUN-DAYCLOSE.
      * Close of business: the control totals go to the log, and a
      * balance break fails the run so it is seen the same day.
           PERFORM DAILY-CLOSE-PASS.
           IF WS-DC-OK = 0
               MOVE "STUDENT-FILE in use - daily close not run"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE 8 TO WS-BATCH-RC
           ELSE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Close " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   " opening " DELIMITED BY SIZE
                   WS-DC-OPENING DELIMITED BY SIZE
                   " adds " DELIMITED BY SIZE
                   WS-DC-ADDS DELIMITED BY SIZE
                   " deletes " DELIMITED BY SIZE
                   WS-DC-DELETES DELIMITED BY SIZE
                   " archived " DELIMITED BY SIZE
                   WS-DC-ARCHIVED DELIMITED BY SIZE
                   " closing " DELIMITED BY SIZE
                   WS-DC-CLOSING DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Updates " DELIMITED BY SIZE
                   WS-DC-UPDATES DELIMITED BY SIZE
                   " resolves " DELIMITED BY SIZE
                   WS-DC-RESOLVES DELIMITED BY SIZE
                   " approvals " DELIMITED BY SIZE
                   WS-DC-APPROVALS DELIMITED BY SIZE
                   " imports " DELIMITED BY SIZE
                   WS-DC-IMPORTS DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               IF WS-DC-BALANCED = "N"
                   MOVE SPACES TO WS-BATCH-LOG-TEXT
                   STRING "Balance check FAILED - difference "
                       DELIMITED BY SIZE
                       WS-DC-DIFF-ED DELIMITED BY SIZE
                       " row(s) - investigate" DELIMITED BY SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   PERFORM WRITE-BATCH-LOG-LINE
                   MOVE 8 TO WS-BATCH-RC
               ELSE
                   MOVE "Balance check OK" TO WS-BATCH-LOG-TEXT
                   PERFORM WRITE-BATCH-LOG-LINE
               END-IF
           END-IF.

       BATCH-RUN-PACKETS.
      * Unattended adviser packets: the counts go to the log, and any
      * notice left out for want of an adviser ends the run with RC 4
      * so the directory is brought up to date.
           PERFORM ADVISER-PACKETS-PASS.
           IF WS-PKT-OK = 0
               MOVE "STUDENT-FILE in use - packets not printed"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE 8 TO WS-BATCH-RC
           ELSE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Adviser packets written " DELIMITED BY SIZE
                   WS-PKT-PACKETS DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Notices packeted and marked printed "
                   DELIMITED BY SIZE
                   WS-PKT-NOTICES DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Notices with no adviser on file "
                   DELIMITED BY SIZE
                   WS-PKT-UNASSIGNED DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE "Packets written to PACKETS.dat"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
               IF WS-PKT-UNASSIGNED > 0
                   MOVE 4 TO WS-BATCH-RC
               END-IF
           END-IF.

       BATCH-RUN-GUARDIANS.
      * Unattended guardian load followed by the exceptions report;
      * rejected load rows end the run with RC 4.
           PERFORM GUARDIAN-LOAD-RUN.
           IF WS-GRDLOAD-STATUS = "35"
               MOVE "No GRDLOAD.dat - load skipped"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
           ELSE
               PERFORM GUARDIAN-LOAD-SUMMARY
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Guardian rows read " DELIMITED BY SIZE
                   WS-GRD-READ DELIMITED BY SIZE
                   " added " DELIMITED BY SIZE
                   WS-GRD-ADDS DELIMITED BY SIZE
                   " updated " DELIMITED BY SIZE
                   WS-GRD-UPDATES DELIMITED BY SIZE
                   " unchanged " DELIMITED BY SIZE
                   WS-GRD-UNCHANGED DELIMITED BY SIZE
                   " rejected " DELIMITED BY SIZE
                   WS-GRD-REJECTS DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               IF WS-GRD-REJECTS > 0
                   MOVE "Rejected rows written to REJECT.dat"
                       TO WS-BATCH-LOG-TEXT
                   PERFORM WRITE-BATCH-LOG-LINE
                   MOVE 4 TO WS-BATCH-RC
               END-IF
           END-IF.
           PERFORM GUARDIAN-EXCEPTIONS.
           MOVE SPACES TO WS-BATCH-LOG-TEXT.
           STRING "Students without guardian contact "
               DELIMITED BY SIZE
               WS-GRD-EXCEPTIONS DELIMITED BY SIZE
               " (with outstanding sanction " DELIMITED BY SIZE
               WS-GRD-EXC-SANCTIONED DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-BATCH-LOG-TEXT
           END-STRING.
           PERFORM WRITE-BATCH-LOG-LINE.
           MOVE SPACES TO WS-BATCH-LOG-TEXT.
           STRING "Conferences not booked " DELIMITED BY SIZE
               WS-GRD-CONF-UNBOOKED DELIMITED BY SIZE
               INTO WS-BATCH-LOG-TEXT
           END-STRING.
           PERFORM WRITE-BATCH-LOG-LINE.
           MOVE "Exceptions report written to REPORT.dat"
               TO WS-BATCH-LOG-TEXT.
           PERFORM WRITE-BATCH-LOG-LINE.

       BATCH-RUN-SEAL.
      * Unattended term-end sealing from the TERM and CLEAN
      * parameters; the listing goes to REPORT.dat.
           MOVE WS-BATCH-TERM TO WS-SEAL-TERM-CODE.
           MOVE WS-BATCH-CLEAN TO WS-SEAL-TERMS-X.
           PERFORM SEAL-RUN.
           IF WS-SEAL-OK = 0
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING WS-SEAL-FAIL-TEXT DELIMITED BY "  "
                   " - sealing not run" DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE 8 TO WS-BATCH-RC
           ELSE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Term " DELIMITED BY SIZE
                   WS-SEAL-TERM-CODE DELIMITED BY SIZE
                   " window " DELIMITED BY SIZE
                   WS-SEAL-WIN-START DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-SEAL-WIN-END DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "Students sealed " DELIMITED BY SIZE
                   WS-SEAL-STUDENTS DELIMITED BY SIZE
                   " rows sealed " DELIMITED BY SIZE
                   WS-SEAL-ROWS DELIMITED BY SIZE
                   " not yet clean " DELIMITED BY SIZE
                   WS-SEAL-NOT-CLEAN DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM WRITE-BATCH-LOG-LINE
               MOVE "Sealing listing written to REPORT.dat"
                   TO WS-BATCH-LOG-TEXT
               PERFORM WRITE-BATCH-LOG-LINE
               IF WS-SEAL-ERRORS > 0 OR WS-SEAL-LEFT > 0
                   MOVE 4 TO WS-BATCH-RC
               END-IF
           END-IF.

       BATCH-RUN-EXPORT.
           MOVE 0 TO WS-EXP-RAN.
           MOVE 0 TO WS-EXP-ABORT.
           ACCEPT WS-VIOLATION-TYPE.
           DISPLAY "Enter Violation Remarks: " WITH NO ADVANCING.
           ACCEPT WS-VIOLATION-REMARKS.
           DISPLAY "Enter Incident # (0 = none): " WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NO.
           DISPLAY "Enter Reporting Staff ID: " WITH NO ADVANCING.
           ACCEPT WS-REPORTER-ID.
           MOVE "M" TO WS-RPTL-SOURCE.

           PERFORM VALIDATE-VIOLATION-INPUT.
           PERFORM CHECK-INCIDENT-LINK.
           IF WS-VALID-ENTRY = 1
               PERFORM CHECK-REPORTER
           END-IF.
           IF WS-VALID-ENTRY = 0
               DISPLAY "Violation not added due to invalid input."
           ELSE

       ADD-VIOLATION-TO-FILE.
      * Shared write path for interactive adds, batch loads and
      * pending approvals: numbers the violation, writes it, cuts the
      * audit entry, ties the row to incident WS-INCIDENT-NO when one
      * is quoted, records reporter WS-REPORTER-ID and posts any fine
      * the code carries.  WS-ADD-OK
      * is 1 when the record made it to the file; when it did not
      * because the file or queue was held, WS-REJECT-REASON says so.
           MOVE 0 TO WS-ADD-OK.
           PERFORM CHECK-JOB-LOCK.
           IF WS-JOB-RUNNING = 1
               PERFORM ADD-VIOLATION-WRITE
           END-IF.
           IF WS-ADD-OK = 1
               IF WS-INCIDENT-NO > 0
                   PERFORM WRITE-INCIDENT-LINK
               END-IF
               IF WS-REPORTER-ID NOT = SPACES
                   PERFORM WRITE-REPORTER-LINK
               END-IF
               PERFORM POST-FINE-CHARGE
               PERFORM CHECK-SANCTION-ESCALATION
           END-IF.

           DISPLAY " "
           DISPLAY "- BATCH IMPORT OF VIOLATIONS -"
           DISPLAY "Reading IMPORT.dat "
               "(one violation per line: "
               "ID|DATE|TYPE|REMARKS|INCIDENT#|REPORTER, "
               "INCIDENT# blank when none)".
           MOVE 0 TO WS-ROWS-READ.
           MOVE 0 TO WS-ROWS-LOADED.
           MOVE 0 TO WS-ROWS-REJECTED.
           MOVE SPACES TO WS-VIOLATION-DATE.
           MOVE SPACES TO WS-VIOLATION-TYPE.
           MOVE SPACES TO WS-VIOLATION-REMARKS.
           MOVE SPACES TO WS-IMPORT-INCIDENT.
           MOVE 0 TO WS-IMPORT-INC-LEN.
           MOVE 0 TO WS-INCIDENT-NO.
           MOVE SPACES TO WS-IMPORT-REPORTER.
           UNSTRING IMPORT-RECORD DELIMITED BY "|"
               INTO WS-STUDENT-ID
                    WS-VIOLATION-DATE
                    WS-VIOLATION-TYPE
                    WS-VIOLATION-REMARKS
                    WS-IMPORT-INCIDENT COUNT IN WS-IMPORT-INC-LEN
                    WS-IMPORT-REPORTER
           END-UNSTRING.
           MOVE WS-IMPORT-REPORTER TO WS-REPORTER-ID.
           MOVE "I" TO WS-RPTL-SOURCE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM FETCH-MASTER-DEMOGRAPHICS.
           IF WS-MASTER-FOUND = 0
               MOVE "NOT ENROLLED" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-VIOLATION-INPUT
               IF WS-VALID-ENTRY = 1 AND WS-IMPORT-INC-LEN > 0
      *            The optional fifth field is the incident number
      *            the guard's report belongs to.
                   IF WS-IMPORT-INC-LEN > 6
                       MOVE 0 TO WS-VALID-ENTRY
                       MOVE "BAD INCIDENT" TO WS-REJECT-REASON
                   ELSE
                       IF WS-IMPORT-INCIDENT (1:WS-IMPORT-INC-LEN)
                           NOT NUMERIC
                           MOVE 0 TO WS-VALID-ENTRY
                           MOVE "BAD INCIDENT" TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-IMPORT-INCIDENT
                               (1:WS-IMPORT-INC-LEN)
                               TO WS-INCIDENT-NO
                           PERFORM CHECK-INCIDENT-LINK
                       END-IF
                   END-IF
               END-IF
      *        The sixth field names the guard or staff member who
      *        reported the violation.
               IF WS-VALID-ENTRY = 1
                   PERFORM CHECK-REPORTER
               END-IF
               IF WS-VALID-ENTRY = 1
                   PERFORM ADD-VIOLATION-TO-FILE
                   IF WS-ADD-OK = 0 AND WS-REJECT-REASON = SPACES
                   IF WS-RECORD-LOCKED = 1
                       ADD 1 TO WS-BKO-LOCKED
                   ELSE
                       MOVE VIOLATION-DATE TO WS-VIOLATION-DATE
                       MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE
                       MOVE SPACES TO WS-AUDIT-OLD-VALUES
                       STRING STUDENT-NAME DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                               MOVE "Backout of bad load"
                                   TO WS-AUDIT-NEW-VALUES
                               PERFORM WRITE-AUDIT-LOG
                               MOVE "VIOLATION DELETED"
                                   TO WS-LEDG-REMARKS
                               PERFORM REVERSE-FINE-CHARGE
                               PERFORM REMOVE-INCIDENT-LINK
                               PERFORM REMOVE-REPORTER-LINK
                               PERFORM REMOVE-SEAL-ENTRY
                       END-DELETE
                   END-IF
           END-READ.
                           SANCTION-DATE DELIMITED BY SIZE
                           INTO WS-AUDIT-OLD-VALUES
                       END-STRING
                       MOVE SANCTION-DATE TO WS-GRD-DATE
                       DELETE SANCTION-FILE RECORD
                           INVALID KEY
                               DISPLAY "Warning: could not withdraw "
                                   TO WS-AUDIT-NEW-VALUES
                               PERFORM WRITE-AUDIT-LOG
                               PERFORM BKO-REMOVE-NOTICE-ROW
                               PERFORM BKO-CANCEL-GUARDIAN-LETTER
                       END-DELETE
                   END-IF
           END-READ.
               CLOSE NOTEREG-FILE
           END-IF.

       BKO-CANCEL-GUARDIAN-LETTER.
      * The guardian letter logged the day the withdrawn sanction was
      * issued (WS-GRD-DATE) stays in the contact history, but is
      * marked withdrawn and its conference booking cleared so the
      * slot is free for the next letter.
           OPEN I-O GRDLOG-FILE.
           IF WS-GRDLOG-STATUS = "00"
               MOVE 0 TO WS-GRDLOG-EOF
               MOVE WS-STUDENT-ID TO GLOG-STUDENT-ID
               MOVE 0 TO GLOG-SEQ
               START GRDLOG-FILE KEY IS >= GLOG-KEY
                   INVALID KEY MOVE 1 TO WS-GRDLOG-EOF
               END-START
               PERFORM UNTIL WS-GRDLOG-EOF = 1
                   READ GRDLOG-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-GRDLOG-EOF
                       NOT AT END
                           IF GLOG-STUDENT-ID NOT = WS-STUDENT-ID
                               MOVE 1 TO WS-GRDLOG-EOF
                           ELSE
                               IF GLOG-OUTCOME = "L"
                                   AND GLOG-LEVEL = WS-SANCTION-IDX
                                   AND GLOG-DATE = WS-GRD-DATE
                                   AND GLOG-REMARKS NOT =
                                       WS-BKO-LETTER-WITHDRAWN
                                   PERFORM BKO-CANCEL-ONE-LETTER
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE GRDLOG-FILE
           END-IF.

       BKO-CANCEL-ONE-LETTER.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES.
           STRING "Log " DELIMITED BY SIZE
               GLOG-SEQ DELIMITED BY SIZE
               "/LETTER SENT/" DELIMITED BY SIZE
               GLOG-DATE DELIMITED BY SIZE
               "/level " DELIMITED BY SIZE
               GLOG-LEVEL DELIMITED BY SIZE
               "/conference " DELIMITED BY SIZE
               GLOG-CONF-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLOG-CONF-TIME DELIMITED BY SIZE
               INTO WS-AUDIT-OLD-VALUES
           END-STRING.
           MOVE SPACES TO GLOG-CONF-DATE.
           MOVE SPACES TO GLOG-CONF-TIME.
           MOVE WS-BKO-LETTER-WITHDRAWN TO GLOG-REMARKS.
           REWRITE GRDLOG-RECORD
               INVALID KEY
                   DISPLAY "Warning: could not withdraw guardian "
                       "letter " GLOG-SEQ " for " WS-STUDENT-ID
               NOT INVALID KEY
                   DISPLAY "  Guardian letter withdrawn: "
                       WS-STUDENT-ID " log " GLOG-SEQ
                   MOVE "CONTACT" TO WS-AUDIT-ACTION
                   MOVE 0 TO WS-VIOLATION-COUNT
                   MOVE SPACES TO WS-AUDIT-NEW-VALUES
                   STRING "Log " DELIMITED BY SIZE
                       GLOG-SEQ DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-BKO-LETTER-WITHDRAWN DELIMITED BY SIZE
                       "/conference released" DELIMITED BY SIZE
                       INTO WS-AUDIT-NEW-VALUES
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE.

       STUDENT-ID-MERGE.
      * Reassigns a transferee's or re-admitted student's records
      * from the registrar's old ID to the new one: violation rows
               ADD 1 TO WS-MRG-COUNT
               MOVE VIOLATION-COUNT TO WS-MRG-OLD-CNT (WS-MRG-COUNT)
               MOVE 0 TO WS-MRG-NEW-CNT (WS-MRG-COUNT)
               MOVE VIOLATION-DATE TO WS-MRG-DATE (WS-MRG-COUNT)
               MOVE VIOLATION-TYPE TO WS-MRG-TYPE (WS-MRG-COUNT)
               MOVE STUDENT-RECORD TO WS-MRG-ROW (WS-MRG-COUNT)
           END-IF.

               IF WS-MRG-ABORT = 0
                   PERFORM MERGE-MOVE-SANCTIONS
                   PERFORM MERGE-MOVE-NOTICES
                   PERFORM MERGE-MOVE-LEDGER
                   PERFORM MERGE-MOVE-SERVICE-LOG
                   PERFORM MERGE-MOVE-GUARDIAN
                   PERFORM MERGE-MOVE-MASTER
               END-IF
               PERFORM CLEAR-JOB-LOCK

       MERGE-MOVE-ONE-ROW.
           MOVE WS-MRG-ROW (WS-MRG-IDX) TO STUDENT-RECORD.
           MOVE WS-MRG-DATE (WS-MRG-IDX) TO WS-VIOLATION-DATE.
           MOVE WS-MRG-TYPE (WS-MRG-IDX) TO WS-VIOLATION-TYPE.
           MOVE WS-MRG-NEW-ID TO STUDENT-ID.
           COMPUTE VIOLATION-COUNT = WS-MRG-BASE + WS-MRG-IDX.
           MOVE VIOLATION-COUNT TO WS-MRG-NEW-CNT (WS-MRG-IDX).
                                   ADD 1 TO WS-MRG-MOVED
                                   PERFORM MERGE-AUDIT-ONE-ROW
                                   PERFORM MERGE-MOVE-ONE-APPEAL
                                   PERFORM MERGE-MOVE-ONE-INCLINK
                                   PERFORM MERGE-MOVE-ONE-RPTLINK
                                   PERFORM MERGE-MOVE-ONE-SEAL
                           END-DELETE
                   END-READ
           END-WRITE.
               CLOSE APPEAL-FILE
           END-IF.

       MERGE-MOVE-ONE-INCLINK.
      * The incident link is keyed on the violation key, date and
      * type, so only the link made for this row (never one left by
      * an archived violation under the same number) is re-keyed.
           OPEN I-O INCLINK-FILE.
           IF WS-INCLINK-STATUS = "00"
               MOVE WS-MRG-OLD-ID TO INCL-STUDENT-ID
               MOVE WS-MRG-OLD-CNT (WS-MRG-IDX) TO INCL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO INCL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO INCL-VIOL-TYPE
               READ INCLINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-MRG-NEW-ID TO INCL-STUDENT-ID
                       MOVE WS-MRG-NEW-CNT (WS-MRG-IDX)
                           TO INCL-VIOL-NO
                       WRITE INCLINK-RECORD
                           INVALID KEY
                               DISPLAY "Warning: incident link could "
                                   "not be moved for violation #"
                                   WS-MRG-NEW-CNT (WS-MRG-IDX)
                           NOT INVALID KEY
                               MOVE WS-MRG-OLD-ID
                                   TO INCL-STUDENT-ID
                               MOVE WS-MRG-OLD-CNT (WS-MRG-IDX)
                                   TO INCL-VIOL-NO
                               READ INCLINK-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DELETE INCLINK-FILE RECORD
                               END-READ
                       END-WRITE
               END-READ
               CLOSE INCLINK-FILE
           END-IF.

       MERGE-MOVE-ONE-RPTLINK.
      * The reporter entry is keyed on the violation key, date and
      * type as well and is re-keyed with the moved row.
           OPEN I-O RPTLINK-FILE.
           IF WS-RPTLINK-STATUS = "00"
               MOVE WS-MRG-OLD-ID TO RPTL-STUDENT-ID
               MOVE WS-MRG-OLD-CNT (WS-MRG-IDX) TO RPTL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO RPTL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO RPTL-VIOL-TYPE
               READ RPTLINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-MRG-NEW-ID TO RPTL-STUDENT-ID
                       MOVE WS-MRG-NEW-CNT (WS-MRG-IDX)
                           TO RPTL-VIOL-NO
                       WRITE RPTLINK-RECORD
                           INVALID KEY
                               DISPLAY "Warning: reporter entry could "
                                   "not be moved for violation #"
                                   WS-MRG-NEW-CNT (WS-MRG-IDX)
                           NOT INVALID KEY
                               MOVE WS-MRG-OLD-ID
                                   TO RPTL-STUDENT-ID
                               MOVE WS-MRG-OLD-CNT (WS-MRG-IDX)
                                   TO RPTL-VIOL-NO
                               READ RPTLINK-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DELETE RPTLINK-FILE RECORD
                               END-READ
                       END-WRITE
               END-READ
               CLOSE RPTLINK-FILE
           END-IF.

       MERGE-MOVE-ONE-SEAL.
      * A seal row is keyed on the violation key, date and type as
      * well, so only the seal made for this row is re-keyed.
           OPEN I-O SEAL-FILE.
           IF WS-SEAL-STATUS = "00"
               MOVE WS-MRG-OLD-ID TO SEAL-STUDENT-ID
               MOVE WS-MRG-OLD-CNT (WS-MRG-IDX) TO SEAL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO SEAL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO SEAL-VIOL-TYPE
               READ SEAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-MRG-NEW-ID TO SEAL-STUDENT-ID
                       MOVE WS-MRG-NEW-CNT (WS-MRG-IDX)
                           TO SEAL-VIOL-NO
                       WRITE SEAL-RECORD
                           INVALID KEY
                               DISPLAY "Warning: seal row could "
                                   "not be moved for violation #"
                                   WS-MRG-NEW-CNT (WS-MRG-IDX)
                           NOT INVALID KEY
                               MOVE WS-MRG-OLD-ID
                                   TO SEAL-STUDENT-ID
                               MOVE WS-MRG-OLD-CNT (WS-MRG-IDX)
                                   TO SEAL-VIOL-NO
                               READ SEAL-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DELETE SEAL-FILE RECORD
                               END-READ
                       END-WRITE
               END-READ
               CLOSE SEAL-FILE
           END-IF.

       MERGE-MOVE-SANCTIONS.
      * Sanction entries are keyed on ID and level; where the new ID
      * already has the level, its own entry stays and the old one is
      * removed, with a "kept existing" audit entry - the position is
      * recomputed by the escalation rerun anyway, and the hours
      * rendered are re-totalled once the service sessions have moved.
           MOVE 0 TO WS-MRG-SANC-MOVED.
           OPEN I-O SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM VARYING WS-SANCTION-IDX FROM 1 BY 1
                   UNTIL WS-SANCTION-IDX > 3
                   PERFORM MERGE-MOVE-ONE-SANCTION
               END-PERFORM
               CLOSE SANCTION-FILE
           END-IF.

       MERGE-MOVE-ONE-SANCTION.
           MOVE WS-MRG-OLD-ID TO SANCTION-STUDENT-ID.
           MOVE WS-SANCTION-IDX TO SANCTION-LEVEL.
           READ SANCTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-MRG-NEW-ID TO SANCTION-STUDENT-ID
                   WRITE SANCTION-RECORD
                       INVALID KEY
                           DISPLAY "Note: the new ID already holds "
                               "the level " WS-SANCTION-IDX
                               " sanction - keeping it."
                           MOVE SPACES TO WS-AUDIT-NEW-VALUES
                           STRING "Kept existing level " DELIMITED
                               BY SIZE
                               WS-SANCTION-IDX DELIMITED BY SIZE
                               " under " DELIMITED BY SIZE
                               WS-MRG-NEW-ID DELIMITED BY SIZE
                               " - old entry removed"
                               DELIMITED BY SIZE
                               INTO WS-AUDIT-NEW-VALUES
                           END-STRING
                           PERFORM MERGE-AUDIT-ONE-SANCTION
                           MOVE WS-MRG-OLD-ID TO SANCTION-STUDENT-ID
                           MOVE WS-SANCTION-IDX TO SANCTION-LEVEL
                           DELETE SANCTION-FILE RECORD
                               INVALID KEY
                                   DISPLAY "Warning: the level "
                                       WS-SANCTION-IDX " sanction "
                                       "under " WS-MRG-OLD-ID
                                       " could not be removed."
                           END-DELETE
                       NOT INVALID KEY
                           ADD 1 TO WS-MRG-SANC-MOVED
                           MOVE WS-MRG-OLD-ID TO SANCTION-STUDENT-ID
                           MOVE WS-SANCTION-IDX TO SANCTION-LEVEL
                           READ SANCTION-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   DELETE SANCTION-FILE RECORD
                                   MOVE SPACES TO WS-AUDIT-NEW-VALUES
                                   STRING "Moved under "
                                       DELIMITED BY SIZE
                                       WS-MRG-NEW-ID DELIMITED BY SIZE
                                       INTO WS-AUDIT-NEW-VALUES
                                   END-STRING
                                   PERFORM MERGE-AUDIT-ONE-SANCTION
                           END-READ
                   END-WRITE
           END-READ.

       MERGE-AUDIT-ONE-SANCTION.
      * WS-AUDIT-NEW-VALUES is already set by the caller.
           MOVE "MERGE" TO WS-AUDIT-ACTION.
           MOVE WS-MRG-NEW-ID TO WS-STUDENT-ID.
           MOVE 0 TO WS-VIOLATION-COUNT.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES.
           STRING "Sanction level " DELIMITED BY SIZE
               WS-SANCTION-IDX DELIMITED BY SIZE
               " under " DELIMITED BY SIZE
               WS-MRG-OLD-ID DELIMITED BY SIZE
               INTO WS-AUDIT-OLD-VALUES
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

       MERGE-MOVE-NOTICES.
           MOVE 0 TO WS-MRG-NOTICES-MOVED.
           OPEN I-O NOTEREG-FILE.
                   END-READ
           END-READ.

       MERGE-MOVE-LEDGER.
      * Fines ledger entries follow the student to the new ID,
      * numbered after any entries the new ID already has; a charge
      * keeps pointing at its violation under the row's new number.
      * A charge, or the waiver that offsets it, is only renumbered
      * when its date and code match the moved row, never for an
      * archived violation under that number.
           MOVE 0 TO WS-LEDG-MOVED.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE WS-MRG-NEW-ID TO WS-STUDENT-ID
               PERFORM FIND-NEXT-LEDGER-SEQ
               MOVE 0 TO WS-LEDGER-EOF
               PERFORM UNTIL WS-LEDGER-EOF = 1
                   MOVE WS-MRG-OLD-ID TO LEDGER-STUDENT-ID
                   MOVE 0 TO LEDGER-SEQ
                   START LEDGER-FILE KEY IS >= LEDGER-KEY
                       INVALID KEY MOVE 1 TO WS-LEDGER-EOF
                   END-START
                   IF WS-LEDGER-EOF = 0
                       READ LEDGER-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-LEDGER-EOF
                       END-READ
                   END-IF
                   IF WS-LEDGER-EOF = 0
                       IF LEDGER-STUDENT-ID NOT = WS-MRG-OLD-ID
                           MOVE 1 TO WS-LEDGER-EOF
                       ELSE
                           PERFORM MERGE-MOVE-ONE-LEDGER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       MERGE-MOVE-ONE-LEDGER.
      * The entry is written under the new ID before the old one is
      * deleted, so a failure leaves it where it was.
           MOVE LEDGER-RECORD TO WS-LEDG-SAVE-RECORD.
           MOVE WS-MRG-NEW-ID TO LEDGER-STUDENT-ID.
           MOVE WS-LEDG-SEQ TO LEDGER-SEQ.
           IF LEDGER-VIOL-NO > 0
               PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-COUNT
                   IF WS-MRG-OLD-CNT (WS-MRG-IDX) = LEDGER-VIOL-NO
                       AND WS-MRG-DATE (WS-MRG-IDX) = LEDGER-VIOL-DATE
                       AND WS-MRG-TYPE (WS-MRG-IDX) = LEDGER-CODE
                       AND WS-MRG-NEW-CNT (WS-MRG-IDX) > 0
                       MOVE WS-MRG-NEW-CNT (WS-MRG-IDX)
                           TO LEDGER-VIOL-NO
                       MOVE WS-MRG-COUNT TO WS-MRG-IDX
                   END-IF
               END-PERFORM
           END-IF.
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Warning: ledger entries for "
                       WS-MRG-OLD-ID " could not be moved under "
                       WS-MRG-NEW-ID " - the rest stay where they are."
                   MOVE 1 TO WS-LEDGER-EOF
               NOT INVALID KEY
                   ADD 1 TO WS-LEDG-MOVED
                   ADD 1 TO WS-LEDG-SEQ
           END-WRITE.
           IF WS-LEDGER-EOF = 0
               MOVE WS-LEDG-SAVE-RECORD TO LEDGER-RECORD
               DELETE LEDGER-FILE RECORD
                   INVALID KEY
                       DISPLAY "Warning: ledger entry " LEDGER-KEY
                           " was copied but not removed."
                       MOVE 1 TO WS-LEDGER-EOF
               END-DELETE
           END-IF.

       MERGE-MOVE-SERVICE-LOG.
      * Service sessions follow the student to the new ID at the same
      * sanction level, numbered after any sessions the new ID already
      * has there, so no hours rendered are lost from the history.
      * Each level's rendered hours under the new ID are then
      * re-totalled from the log.
           MOVE 0 TO WS-SVC-MOVED.
           OPEN I-O SERVLOG-FILE.
           IF WS-SERVLOG-STATUS = "00"
               MOVE WS-MRG-NEW-ID TO WS-STUDENT-ID
               PERFORM VARYING WS-SERVE-LEVEL FROM 1 BY 1
                   UNTIL WS-SERVE-LEVEL > 3
                   PERFORM FIND-NEXT-SERVLOG-SEQ
                   MOVE 0 TO WS-SERVLOG-EOF
                   PERFORM UNTIL WS-SERVLOG-EOF = 1
                       MOVE WS-MRG-OLD-ID TO SERVLOG-STUDENT-ID
                       MOVE WS-SERVE-LEVEL TO SERVLOG-LEVEL
                       MOVE 0 TO SERVLOG-SEQ
                       START SERVLOG-FILE KEY IS >= SERVLOG-KEY
                           INVALID KEY MOVE 1 TO WS-SERVLOG-EOF
                       END-START
                       IF WS-SERVLOG-EOF = 0
                           READ SERVLOG-FILE NEXT RECORD
                               AT END MOVE 1 TO WS-SERVLOG-EOF
                           END-READ
                       END-IF
                       IF WS-SERVLOG-EOF = 0
                           IF SERVLOG-STUDENT-ID NOT = WS-MRG-OLD-ID
                               OR SERVLOG-LEVEL NOT = WS-SERVE-LEVEL
                               MOVE 1 TO WS-SERVLOG-EOF
                           ELSE
                               PERFORM MERGE-MOVE-ONE-SESSION
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM MERGE-RETOTAL-HOURS
               END-PERFORM
               CLOSE SERVLOG-FILE
           END-IF.

       MERGE-RETOTAL-HOURS.
      * SERVLOG-FILE is open I-O.  The new ID's sanction at level
      * WS-SERVE-LEVEL may be its own entry kept over the old one, so
      * its hours rendered are recounted from every session now on
      * the log under the new ID at that level.  An outstanding
      * sanction whose recount meets the requirement is completed as
      * a logged session would complete it.
           MOVE 0 TO WS-SVC-RETOTAL.
           MOVE 0 TO WS-SERVLOG-EOF.
           MOVE WS-MRG-NEW-ID TO SERVLOG-STUDENT-ID.
           MOVE WS-SERVE-LEVEL TO SERVLOG-LEVEL.
           MOVE 0 TO SERVLOG-SEQ.
           START SERVLOG-FILE KEY IS >= SERVLOG-KEY
               INVALID KEY MOVE 1 TO WS-SERVLOG-EOF
           END-START.
           PERFORM UNTIL WS-SERVLOG-EOF = 1
               READ SERVLOG-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-SERVLOG-EOF
                   NOT AT END
                       IF SERVLOG-STUDENT-ID NOT = WS-MRG-NEW-ID
                           OR SERVLOG-LEVEL NOT = WS-SERVE-LEVEL
                           MOVE 1 TO WS-SERVLOG-EOF
                       ELSE
                           ADD SERVLOG-HOURS TO WS-SVC-RETOTAL
                       END-IF
           END-PERFORM.
           OPEN I-O SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS = "00"
               MOVE WS-MRG-NEW-ID TO SANCTION-STUDENT-ID
               MOVE WS-SERVE-LEVEL TO SANCTION-LEVEL
               READ SANCTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SANCTION-HOURS-DONE NOT = WS-SVC-RETOTAL
                           MOVE SANCTION-HOURS-DONE TO WS-SVC-DONE-ED
                           MOVE WS-SVC-RETOTAL TO WS-SVC-RETOTAL-ED
                           MOVE WS-SVC-RETOTAL TO SANCTION-HOURS-DONE
                           REWRITE SANCTION-RECORD
                               INVALID KEY
                                   DISPLAY "Error: could not update "
                                       "the level " WS-SERVE-LEVEL
                                       " sanction for "
                                       WS-MRG-NEW-ID "."
                           END-REWRITE
                           DISPLAY "Level " WS-SERVE-LEVEL " hours "
                               "rendered re-totalled from the "
                               "service log: " WS-SVC-RETOTAL-ED
                           MOVE "MERGE" TO WS-AUDIT-ACTION
                           MOVE WS-MRG-NEW-ID TO WS-STUDENT-ID
                           MOVE 0 TO WS-VIOLATION-COUNT
                           MOVE SPACES TO WS-AUDIT-OLD-VALUES
                           STRING "Level " DELIMITED BY SIZE
                               WS-SERVE-LEVEL DELIMITED BY SIZE
                               " hours done " DELIMITED BY SIZE
                               WS-SVC-DONE-ED DELIMITED BY SIZE
                               INTO WS-AUDIT-OLD-VALUES
                           END-STRING
                           MOVE SPACES TO WS-AUDIT-NEW-VALUES
                           STRING "Re-totalled from service log: "
                               DELIMITED BY SIZE
                               WS-SVC-RETOTAL-ED DELIMITED BY SIZE
                               INTO WS-AUDIT-NEW-VALUES
                           END-STRING
                           PERFORM WRITE-AUDIT-LOG
                           IF SANCTION-STATUS = "O"
                               AND SANCTION-HOURS-REQ > 0
                               AND SANCTION-HOURS-DONE >=
                                   SANCTION-HOURS-REQ
                               PERFORM SERVICE-COMPLETE-SANCTION
                           END-IF
                       END-IF
               END-READ
               CLOSE SANCTION-FILE
           END-IF.

       MERGE-MOVE-ONE-SESSION.
      * Written under the new ID before the old one is deleted, as
      * ledger entries are.
           MOVE SERVLOG-RECORD TO WS-SVC-SAVE-RECORD.
           MOVE WS-MRG-NEW-ID TO SERVLOG-STUDENT-ID.
           MOVE WS-SVC-SEQ TO SERVLOG-SEQ.
           WRITE SERVLOG-RECORD
               INVALID KEY
                   DISPLAY "Warning: service sessions for "
                       WS-MRG-OLD-ID " could not be moved under "
                       WS-MRG-NEW-ID " - the rest stay where they are."
                   MOVE 1 TO WS-SERVLOG-EOF
               NOT INVALID KEY
                   ADD 1 TO WS-SVC-MOVED
                   ADD 1 TO WS-SVC-SEQ
           END-WRITE.
           IF WS-SERVLOG-EOF = 0
               MOVE WS-SVC-SAVE-RECORD TO SERVLOG-RECORD
               DELETE SERVLOG-FILE RECORD
                   INVALID KEY
                       DISPLAY "Warning: service session " SERVLOG-KEY
                           " was copied but not removed."
                       MOVE 1 TO WS-SERVLOG-EOF
               END-DELETE
           END-IF.

       MERGE-MOVE-MASTER.
      * The new ID normally already has a registrar-issued master
      * record; when it does not, the old demographics carry over.
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       MERGE-MOVE-GUARDIAN.
      * The guardian contact moves to the new ID unless the new ID
      * already has one, which is kept; the old ID's contact log
      * follows, numbered after the new ID's own entries.
           MOVE 0 TO WS-GRD-MOVED.
           OPEN I-O GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = "00"
               MOVE WS-MRG-OLD-ID TO GRD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-MRG-NEW-ID TO GRD-STUDENT-ID
                       WRITE GUARDIAN-RECORD
                           INVALID KEY
                               DISPLAY "Guardian contact already on "
                                   "file for " WS-MRG-NEW-ID
                                   " - kept; the old ID's contact "
                                   "is dropped."
                           NOT INVALID KEY
                               ADD 1 TO WS-GRD-MOVED
                       END-WRITE
                       MOVE WS-MRG-OLD-ID TO GRD-STUDENT-ID
                       DELETE GUARDIAN-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
               CLOSE GUARDIAN-FILE
           END-IF.
           OPEN I-O GRDLOG-FILE.
           IF WS-GRDLOG-STATUS = "00"
               MOVE WS-MRG-NEW-ID TO WS-STUDENT-ID
               PERFORM FIND-NEXT-GRDLOG-SEQ
               MOVE 0 TO WS-GRDLOG-EOF
               PERFORM UNTIL WS-GRDLOG-EOF = 1
                   MOVE WS-MRG-OLD-ID TO GLOG-STUDENT-ID
                   MOVE 0 TO GLOG-SEQ
                   START GRDLOG-FILE KEY IS >= GLOG-KEY
                       INVALID KEY MOVE 1 TO WS-GRDLOG-EOF
                   END-START
                   IF WS-GRDLOG-EOF = 0
                       READ GRDLOG-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-GRDLOG-EOF
                       END-READ
                   END-IF
                   IF WS-GRDLOG-EOF = 0
                       IF GLOG-STUDENT-ID NOT = WS-MRG-OLD-ID
                           MOVE 1 TO WS-GRDLOG-EOF
                       ELSE
                           PERFORM MERGE-MOVE-ONE-CONTACT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GRDLOG-FILE
           END-IF.

       MERGE-MOVE-ONE-CONTACT.
           MOVE GRDLOG-RECORD TO WS-GRD-SAVE-RECORD.
           MOVE WS-MRG-NEW-ID TO GLOG-STUDENT-ID.
           MOVE WS-GLOG-SEQ TO GLOG-SEQ.
           WRITE GRDLOG-RECORD
               INVALID KEY
                   DISPLAY "Warning: guardian contact log for "
                       WS-MRG-OLD-ID " could not be moved under "
                       WS-MRG-NEW-ID " - the rest stay where they are."
                   MOVE 1 TO WS-GRDLOG-EOF
               NOT INVALID KEY
                   ADD 1 TO WS-GRD-MOVED
                   ADD 1 TO WS-GLOG-SEQ
           END-WRITE.
           IF WS-GRDLOG-EOF = 0
               MOVE WS-GRD-SAVE-RECORD TO GRDLOG-RECORD
               DELETE GRDLOG-FILE RECORD
                   INVALID KEY
                       DISPLAY "Warning: guardian contact " GLOG-KEY
                           " was copied but not removed."
                       MOVE 1 TO WS-GRDLOG-EOF
               END-DELETE
           END-IF.

       MERGE-RERUN-ESCALATION.
      * The combined row count under the new ID may now reach a
      * trigger neither ID reached alone.  The type is cleared so the
           DISPLAY "Violation rows moved: " WS-MRG-MOVED
           DISPLAY "Appeal cases moved:   " WS-MRG-APPEALS-MOVED
           DISPLAY "Sanctions moved:      " WS-MRG-SANC-MOVED
           DISPLAY "Notices moved:        " WS-MRG-NOTICES-MOVED
           DISPLAY "Ledger entries moved: " WS-LEDG-MOVED
           DISPLAY "Service log moved:    " WS-SVC-MOVED
           DISPLAY "Guardian rows moved:  " WS-GRD-MOVED.
           MOVE "MERGE" TO WS-AUDIT-ACTION.
           MOVE WS-MRG-NEW-ID TO WS-STUDENT-ID.
           MOVE 0 TO WS-VIOLATION-COUNT.
               CLOSE SANCTION-FILE
               OPEN I-O SANCTION-FILE
           END-IF.
           IF WS-SANCTION-FILE-STATUS NOT = "00"
               DISPLAY "Error: could not open SANCTION.dat (status "
                   WS-SANCTION-FILE-STATUS ") - sanction for student "
                   WS-STUDENT-ID " not recorded."
               IF WS-SANCTION-FILE-STATUS = "39"
                   DISPLAY "SANCTION.dat does not match this "
                       "program's record layout - run Sanction File "
                       "Layout Conversion under Community Service "
                       "Hours."
               END-IF
           ELSE
               PERFORM CREATE-SANCTION-RECORD
               CLOSE SANCTION-FILE
           END-IF.

       CREATE-SANCTION-RECORD.
           MOVE WS-STUDENT-ID TO SANCTION-STUDENT-ID.
           MOVE WS-SANCTION-IDX TO SANCTION-LEVEL.
           READ SANCTION-FILE
                       TO SANCTION-DESC
                   MOVE WS-TODAY-DATE TO SANCTION-DATE
                   MOVE "O" TO SANCTION-STATUS
                   MOVE WS-SANCTION-HOURS (WS-SANCTION-IDX)
                       TO SANCTION-HOURS-REQ
                   MOVE 0 TO SANCTION-HOURS-DONE
                   MOVE SPACES TO SANCTION-HOURS-DUE
                   IF SANCTION-HOURS-REQ > 0
                       PERFORM SET-SANCTION-HOURS-DUE
                   END-IF
                   WRITE SANCTION-RECORD
                       INVALID KEY
                           DISPLAY "Error: could not record sanction "
                                   " violations - "
                                   WS-SANCTION-TEXT (WS-SANCTION-IDX)
                           END-IF
                           IF SANCTION-HOURS-REQ > 0
                               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
                               DISPLAY "  " WS-SVC-REQ-ED " hour(s) "
                                   "of community service due by "
                                   SANCTION-HOURS-DUE
                           END-IF
                           PERFORM WRITE-NOTICE-LETTER
                           PERFORM WRITE-GUARDIAN-LETTER
                           MOVE "SANCTION" TO WS-AUDIT-ACTION
                           MOVE "N/A" TO WS-AUDIT-OLD-VALUES
                           MOVE SPACES TO WS-AUDIT-NEW-VALUES
                           MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
                           STRING "Level " DELIMITED BY SIZE
                               SANCTION-LEVEL DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               SANCTION-DESC DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               SANCTION-DATE DELIMITED BY SIZE
                               "/hours " DELIMITED BY SIZE
                               WS-SVC-REQ-ED DELIMITED BY SIZE
                               INTO WS-AUDIT-NEW-VALUES
                               ON OVERFLOW
                                   DISPLAY "Warning: audit new-values "
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       SET-SANCTION-HOURS-DUE.
      * Service hours fall due at the end of the current term; with
      * no term flagged current (or one already over) they fall due
      * WS-SVC-DEFAULT-DAYS after the sanction was issued.
           PERFORM GET-CURRENT-TERM.
           IF WS-TERM-FOUND = 1 AND WS-TERM-END >= SANCTION-DATE
               MOVE WS-TERM-END TO SANCTION-HOURS-DUE
           ELSE
               MOVE SANCTION-DATE TO WS-DATE-INPUT
               PERFORM DATE-TO-DAYNO
               ADD WS-SVC-DEFAULT-DAYS TO WS-CAL-DAYNO
               PERFORM DAYNO-TO-DATE
               MOVE WS-DATE-INPUT TO SANCTION-HOURS-DUE
           END-IF.

       WRITE-NOTICE-LETTER.
           OPEN EXTEND NOTICE-FILE.
               WS-COURSE DELIMITED BY SIZE
               INTO WS-NOTICE-LINE.
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE.
           MOVE WS-STUDENT-SECTION TO WS-ADV-SECTION.
           PERFORM FETCH-ADVISER.
           IF WS-ADVISER-FOUND = 1
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "Adviser: " DELIMITED BY SIZE
                   ADV-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ADV-DEPARTMENT DELIMITED BY SIZE
                   INTO WS-NOTICE-LINE
               END-STRING
               WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
           END-IF.
           MOVE "Violation history:" TO WS-NOTICE-LINE.
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE.
           PERFORM WRITE-NOTICE-HISTORY.
           CLOSE NOTEREG-FILE.

       WRITE-NOTICE-HISTORY.
      * Sealed rows are left out - they no longer count against the
      * student.
           MOVE 0 TO WS-EOF.
           PERFORM OPEN-SEAL-FOR-LOOKUP.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-STUDENT-FILE-STATUS = "35" OR WS-FILE-BUSY = 1
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF STUDENT-ID = WS-STUDENT-ID
                           PERFORM CHECK-LIVE-ROW-SEALED
                       ELSE
                           MOVE 1 TO WS-EOF
                       END-IF
                       IF WS-EOF = 0 AND WS-ROW-SEALED = 0
                           MOVE SPACES TO WS-NOTICE-LINE
                           STRING "  #" DELIMITED BY SIZE
                               VIOLATION-COUNT DELIMITED BY SIZE
                                       "line truncated."
                           END-STRING
                           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
                       END-IF
           END-PERFORM.
           IF WS-STUDENT-FILE-STATUS NOT = "35" AND WS-FILE-BUSY = 0
               CLOSE STUDENT-FILE
           END-IF.
           PERFORM CLOSE-SEAL-AFTER-LOOKUP.

       GET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
                           DISPLAY "  Level " SANCTION-LEVEL ": "
                               SANCTION-DESC " issued "
                               SANCTION-DATE
                           IF SANCTION-HOURS-REQ > 0
                               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
                               MOVE SANCTION-HOURS-DONE
                                   TO WS-SVC-DONE-ED
                               DISPLAY "  Service hours: "
                                   WS-SVC-DONE-ED " of " WS-SVC-REQ-ED
                                   " rendered, due " SANCTION-HOURS-DUE
                           END-IF
                           PERFORM SHOW-NOTICE-ACK-STATE
                       END-IF
           END-PERFORM.
                       ", printed " NOTEREG-PRINTED
                       ", NOT acknowledged"
               ELSE
                   PERFORM FETCH-ACK-ADVISER-NAME
                   DISPLAY "  Notice: issued " NOTEREG-ISSUED-DATE
                       ", acknowledged " NOTEREG-ACK-DATE
                       " by " WS-ACK-NAME
               END-IF
           END-IF.

       FETCH-ACK-ADVISER-NAME.
      * The register keeps the acknowledging adviser's section; the
      * name shown comes from the directory.  A row whose section is
      * no longer on file shows what the register holds.
           MOVE NOTEREG-ACK-BY TO WS-ACK-NAME.
           MOVE 0 TO WS-ADVISER-FOUND.
           IF NOTEREG-ACK-BY NOT = SPACES
               MOVE NOTEREG-ACK-BY TO WS-ADV-SECTION
               PERFORM FETCH-ADVISER
           END-IF.
           IF WS-ADVISER-FOUND = 1
               MOVE ADV-NAME TO WS-ACK-NAME
           END-IF.

       MARK-SANCTION-SERVED.
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           END-IF.

       MARK-SANCTION-SERVED-APPLY.
      * A sanction carrying service hours is served by the service log
      * once they are complete, not by hand; the officer only closes
      * one whose hours are done but was held back by an appeal.
           OPEN I-O SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS = "35"
               DISPLAY "No sanctions on file."
                   INVALID KEY
                       DISPLAY "No such sanction on file."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SANCTION-STATUS = "S"
                               DISPLAY "That sanction is already "
                                   "served."
                           WHEN SANCTION-HOURS-DONE <
                               SANCTION-HOURS-REQ
                               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
                               MOVE SANCTION-HOURS-DONE
                                   TO WS-SVC-DONE-ED
                               DISPLAY "That sanction requires "
                                   WS-SVC-REQ-ED " service hour(s) and "
                                   WS-SVC-DONE-ED " are rendered - it "
                                   "is served automatically when the "
                                   "service log completes them."
                           WHEN OTHER
                               PERFORM SERVE-SANCTION-RECORD
                       END-EVALUATE
               END-READ
               CLOSE SANCTION-FILE
           END-IF.

       SERVE-SANCTION-RECORD.
      * SANCTION-FILE is open I-O with the sanction to close read.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES.
           STRING SANCTION-DESC DELIMITED BY SIZE
               "/OUTSTANDING" DELIMITED BY SIZE
               INTO WS-AUDIT-OLD-VALUES.
           MOVE "S" TO SANCTION-STATUS.
           REWRITE SANCTION-RECORD.
           DISPLAY "Sanction marked as served.".
           MOVE "SERVE" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-VIOLATION-COUNT.
           MOVE SPACES TO WS-AUDIT-NEW-VALUES.
           STRING SANCTION-DESC DELIMITED BY SIZE
               "/SERVED" DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUES.
           PERFORM WRITE-AUDIT-LOG.

       SERVICE-HOURS-MENU.
           DISPLAY " "
           DISPLAY "- COMMUNITY SERVICE HOURS -"
           DISPLAY "1 - Log Service Session"
           DISPLAY "2 - Set Required Hours / Due Date"
           DISPLAY "3 - Service Hours Inquiry"
           DISPLAY "4 - Students Behind on Hours Report"
           DISPLAY "5 - Sanction File Layout Conversion"
           DISPLAY "6 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-SERVICE-CHOICE.
           EVALUATE WS-SERVICE-CHOICE
               WHEN 1
                   PERFORM SERVICE-LOG-SESSION
               WHEN 2
                   PERFORM SERVICE-SET-REQUIRED
               WHEN 3
                   PERFORM SERVICE-INQUIRY
               WHEN 4
                   PERFORM SERVICE-BEHIND-REPORT
               WHEN 5
                   PERFORM CONVERT-SANCTION-FILE
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       SERVICE-LOG-SESSION.
      * Records one supervised session against an outstanding
      * sanction and adds its hours to the sanction's running total.
           DISPLAY " "
           DISPLAY "- LOG SERVICE SESSION -".
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           DISPLAY "Enter Sanction Level (1-3): " WITH NO ADVANCING.
           ACCEPT WS-SERVE-LEVEL.
           OPEN I-O SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS NOT = "00"
               DISPLAY "No sanctions on file."
           ELSE
               MOVE WS-STUDENT-ID TO SANCTION-STUDENT-ID
               MOVE WS-SERVE-LEVEL TO SANCTION-LEVEL
               READ SANCTION-FILE
                   INVALID KEY
                       DISPLAY "No such sanction on file."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SANCTION-STATUS NOT = "O"
                               DISPLAY "That sanction is no longer "
                                   "outstanding."
                           WHEN SANCTION-HOURS-REQ = 0
                               DISPLAY "That sanction carries no "
                                   "service hours - set them first "
                                   "if the office requires any."
                           WHEN OTHER
                               PERFORM SERVICE-SHOW-BALANCE
                               PERFORM SERVICE-ACCEPT-SESSION
                       END-EVALUATE
               END-READ
               CLOSE SANCTION-FILE
           END-IF.

       SERVICE-SHOW-BALANCE.
           MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED.
           MOVE SANCTION-HOURS-DONE TO WS-SVC-DONE-ED.
           DISPLAY SANCTION-DESC ": " WS-SVC-DONE-ED " of "
               WS-SVC-REQ-ED " hour(s) rendered, due "
               SANCTION-HOURS-DUE.

       SERVICE-ACCEPT-SESSION.
           PERFORM GET-TODAY-DATE.
           DISPLAY "Session Date (YYYY-MM-DD, blank = today): "
               WITH NO ADVANCING.
           ACCEPT WS-SVC-DATE.
           IF WS-SVC-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-SVC-DATE
           END-IF.
           MOVE WS-SVC-DATE TO WS-DATE-INPUT.
           PERFORM CHECK-DATE-FORMAT.
           DISPLAY "Hours Rendered: " WITH NO ADVANCING.
           ACCEPT WS-SVC-HOURS.
           DISPLAY "Supervising Staff: " WITH NO ADVANCING.
           ACCEPT WS-SVC-STAFF.
           DISPLAY "Activity: " WITH NO ADVANCING.
           ACCEPT WS-SVC-ACTIVITY.
           EVALUATE TRUE
               WHEN WS-DATE-OK = 0
                   DISPLAY "Session date must be YYYY-MM-DD - "
                       "nothing logged."
               WHEN WS-SVC-DATE > WS-TODAY-DATE
                   DISPLAY "Session date is in the future - nothing "
                       "logged."
               WHEN WS-SVC-DATE < SANCTION-DATE
                   DISPLAY "Session date is before the sanction was "
                       "issued - nothing logged."
               WHEN WS-SVC-HOURS = 0
                   DISPLAY "Hours must be greater than zero - nothing "
                       "logged."
               WHEN WS-SVC-STAFF = SPACES
                   DISPLAY "The supervising staff member is required - "
                       "nothing logged."
               WHEN WS-SVC-ACTIVITY = SPACES
                   DISPLAY "The activity is required - nothing logged."
               WHEN OTHER
                   PERFORM SERVICE-POST-SESSION
           END-EVALUATE.

       SERVICE-POST-SESSION.
      * SANCTION-FILE is open I-O with the sanction read.  The session
      * goes to the log first; only once it is on file is the
      * sanction's running total moved, so the two always agree.
           MOVE 0 TO WS-SVC-OK.
           OPEN I-O SERVLOG-FILE.
           IF WS-SERVLOG-STATUS = "35"
               OPEN OUTPUT SERVLOG-FILE
               CLOSE SERVLOG-FILE
               OPEN I-O SERVLOG-FILE
           END-IF.
           IF WS-SERVLOG-STATUS NOT = "00"
               DISPLAY "Error: could not open SERVLOG.dat (status "
                   WS-SERVLOG-STATUS ") - nothing logged."
           ELSE
               PERFORM FIND-NEXT-SERVLOG-SEQ
               MOVE WS-STUDENT-ID TO SERVLOG-STUDENT-ID
               MOVE WS-SERVE-LEVEL TO SERVLOG-LEVEL
               MOVE WS-SVC-SEQ TO SERVLOG-SEQ
               MOVE WS-SVC-DATE TO SERVLOG-DATE
               MOVE WS-SVC-HOURS TO SERVLOG-HOURS
               MOVE WS-SVC-STAFF TO SERVLOG-STAFF
               MOVE WS-SVC-ACTIVITY TO SERVLOG-ACTIVITY
               MOVE WS-CURRENT-USER TO SERVLOG-LOGGED-BY
               WRITE SERVLOG-RECORD
                   INVALID KEY
                       DISPLAY "Error: session " WS-SVC-SEQ
                           " already on the log - nothing logged."
                   NOT INVALID KEY
                       MOVE 1 TO WS-SVC-OK
               END-WRITE
               CLOSE SERVLOG-FILE
           END-IF.
           IF WS-SVC-OK = 1
               ADD WS-SVC-HOURS TO SANCTION-HOURS-DONE
               REWRITE SANCTION-RECORD
               MOVE WS-SVC-HOURS TO WS-SVC-HOURS-ED
               MOVE "SERVICE" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-VIOLATION-COUNT
               MOVE "N/A" TO WS-AUDIT-OLD-VALUES
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "Level " DELIMITED BY SIZE
                   SANCTION-LEVEL DELIMITED BY SIZE
                   "/session " DELIMITED BY SIZE
                   WS-SVC-SEQ DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SVC-DATE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SVC-HOURS-ED DELIMITED BY SIZE
                   " hrs/" DELIMITED BY SIZE
                   WS-SVC-STAFF DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SVC-ACTIVITY DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Session logged."
               PERFORM SERVICE-SHOW-BALANCE
               IF SANCTION-HOURS-DONE >= SANCTION-HOURS-REQ
                   PERFORM SERVICE-COMPLETE-SANCTION
               END-IF
           END-IF.

       SERVICE-COMPLETE-SANCTION.
      * The hours are complete, so the sanction is served - unless
      * one of the student's violations is under an open appeal, in
      * which case it waits for the panel exactly as a manual serve
      * would, and the officer closes it once the case is decided.
           PERFORM CHECK-STUDENT-OPEN-APPEALS.
           IF WS-APPEAL-OPEN = 1
               DISPLAY "Hours complete, but student " WS-STUDENT-ID
                   " has a violation under an open appeal - the "
                   "sanction stays outstanding until the case is "
                   "decided."
           ELSE
               DISPLAY "Required hours complete."
               PERFORM SERVE-SANCTION-RECORD
           END-IF.

       FIND-NEXT-SERVLOG-SEQ.
      * SERVLOG-FILE must be open; WS-SVC-SEQ ends one past the last
      * session number used for WS-STUDENT-ID at level WS-SERVE-LEVEL.
           MOVE 0 TO WS-SVC-SEQ.
           MOVE 0 TO WS-SERVLOG-EOF.
           MOVE WS-STUDENT-ID TO SERVLOG-STUDENT-ID.
           MOVE WS-SERVE-LEVEL TO SERVLOG-LEVEL.
           MOVE 0 TO SERVLOG-SEQ.
           START SERVLOG-FILE KEY IS >= SERVLOG-KEY
               INVALID KEY MOVE 1 TO WS-SERVLOG-EOF
           END-START.
           PERFORM UNTIL WS-SERVLOG-EOF = 1
               READ SERVLOG-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-SERVLOG-EOF
                   NOT AT END
                       IF SERVLOG-STUDENT-ID NOT = WS-STUDENT-ID
                           OR SERVLOG-LEVEL NOT = WS-SERVE-LEVEL
                           MOVE 1 TO WS-SERVLOG-EOF
                       ELSE
                           MOVE SERVLOG-SEQ TO WS-SVC-SEQ
                       END-IF
           END-PERFORM.
           ADD 1 TO WS-SVC-SEQ.

       SERVICE-SET-REQUIRED.
      * Adjusts an outstanding sanction's hour requirement or due
      * date.  Lowering the requirement to what is already rendered
      * completes the sanction the same way a logged session would.
           DISPLAY " "
           DISPLAY "- SET REQUIRED HOURS / DUE DATE -".
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           DISPLAY "Enter Sanction Level (1-3): " WITH NO ADVANCING.
           ACCEPT WS-SERVE-LEVEL.
           OPEN I-O SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS NOT = "00"
               DISPLAY "No sanctions on file."
           ELSE
               MOVE WS-STUDENT-ID TO SANCTION-STUDENT-ID
               MOVE WS-SERVE-LEVEL TO SANCTION-LEVEL
               READ SANCTION-FILE
                   INVALID KEY
                       DISPLAY "No such sanction on file."
                   NOT INVALID KEY
                       IF SANCTION-STATUS NOT = "O"
                           DISPLAY "That sanction is no longer "
                               "outstanding."
                       ELSE
                           PERFORM SERVICE-SHOW-BALANCE
                           PERFORM SERVICE-ACCEPT-REQUIRED
                       END-IF
               END-READ
               CLOSE SANCTION-FILE
           END-IF.

       SERVICE-ACCEPT-REQUIRED.
           DISPLAY "Hours Required: " WITH NO ADVANCING.
           ACCEPT WS-SVC-REQ.
           DISPLAY "Due Date (YYYY-MM-DD, blank = keep "
               SANCTION-HOURS-DUE "): " WITH NO ADVANCING.
           ACCEPT WS-SVC-DUE.
           MOVE 1 TO WS-DATE-OK.
           IF WS-SVC-DUE NOT = SPACES
               MOVE WS-SVC-DUE TO WS-DATE-INPUT
               PERFORM CHECK-DATE-FORMAT
           END-IF.
           IF WS-DATE-OK = 0
               OR (WS-SVC-DUE NOT = SPACES
                   AND WS-SVC-DUE < SANCTION-DATE)
               DISPLAY "Due date must be YYYY-MM-DD and not before the "
                   "sanction date - nothing changed."
           ELSE
               MOVE SPACES TO WS-AUDIT-OLD-VALUES
               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
               STRING "Level " DELIMITED BY SIZE
                   SANCTION-LEVEL DELIMITED BY SIZE
                   "/hours " DELIMITED BY SIZE
                   WS-SVC-REQ-ED DELIMITED BY SIZE
                   "/due " DELIMITED BY SIZE
                   SANCTION-HOURS-DUE DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUES
               END-STRING
               MOVE WS-SVC-REQ TO SANCTION-HOURS-REQ
               IF WS-SVC-DUE NOT = SPACES
                   MOVE WS-SVC-DUE TO SANCTION-HOURS-DUE
               END-IF
               IF SANCTION-HOURS-REQ > 0
                   AND SANCTION-HOURS-DUE = SPACES
                   PERFORM SET-SANCTION-HOURS-DUE
               END-IF
               REWRITE SANCTION-RECORD
               MOVE "SERVICE" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-VIOLATION-COUNT
               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "Level " DELIMITED BY SIZE
                   SANCTION-LEVEL DELIMITED BY SIZE
                   "/hours " DELIMITED BY SIZE
                   WS-SVC-REQ-ED DELIMITED BY SIZE
                   "/due " DELIMITED BY SIZE
                   SANCTION-HOURS-DUE DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Requirement updated."
               PERFORM SERVICE-SHOW-BALANCE
               IF SANCTION-HOURS-REQ > 0
                   AND SANCTION-HOURS-DONE >= SANCTION-HOURS-REQ
                   PERFORM SERVICE-COMPLETE-SANCTION
               END-IF
           END-IF.

       SERVICE-INQUIRY.
      * Every sanction the student has with its hour balance, and each
      * session on the service log beneath it.
           DISPLAY " "
           DISPLAY "- SERVICE HOURS INQUIRY -".
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           MOVE 0 TO WS-SANCTIONS-LISTED.
           OPEN INPUT SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS = "00"
               OPEN INPUT SERVLOG-FILE
               PERFORM VARYING WS-SANCTION-IDX FROM 1 BY 1
                   UNTIL WS-SANCTION-IDX > 3
                   MOVE WS-STUDENT-ID TO SANCTION-STUDENT-ID
                   MOVE WS-SANCTION-IDX TO SANCTION-LEVEL
                   READ SANCTION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-SANCTIONS-LISTED
                           PERFORM SERVICE-INQUIRY-ONE-SANCTION
                   END-READ
               END-PERFORM
               IF WS-SERVLOG-STATUS = "00"
                   CLOSE SERVLOG-FILE
               END-IF
               CLOSE SANCTION-FILE
           END-IF.
           IF WS-SANCTIONS-LISTED = 0
               DISPLAY "No sanctions on file for " WS-STUDENT-ID "."
           END-IF.

       SERVICE-INQUIRY-ONE-SANCTION.
           DISPLAY " ".
           DISPLAY "Level " SANCTION-LEVEL ": " SANCTION-DESC
               " issued " SANCTION-DATE " status " SANCTION-STATUS.
           IF SANCTION-HOURS-REQ = 0
               DISPLAY "  No service hours required."
           ELSE
               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
               MOVE SANCTION-HOURS-DONE TO WS-SVC-DONE-ED
               DISPLAY "  " WS-SVC-DONE-ED " of " WS-SVC-REQ-ED
                   " hour(s) rendered, due " SANCTION-HOURS-DUE
           END-IF.
           IF WS-SERVLOG-STATUS = "00"
               MOVE 0 TO WS-SERVLOG-EOF
               MOVE SANCTION-STUDENT-ID TO SERVLOG-STUDENT-ID
               MOVE SANCTION-LEVEL TO SERVLOG-LEVEL
               MOVE 0 TO SERVLOG-SEQ
               START SERVLOG-FILE KEY IS >= SERVLOG-KEY
                   INVALID KEY MOVE 1 TO WS-SERVLOG-EOF
               END-START
               PERFORM UNTIL WS-SERVLOG-EOF = 1
                   READ SERVLOG-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-SERVLOG-EOF
                       NOT AT END
                           IF SERVLOG-STUDENT-ID NOT =
                               SANCTION-STUDENT-ID
                               OR SERVLOG-LEVEL NOT = SANCTION-LEVEL
                               MOVE 1 TO WS-SERVLOG-EOF
                           ELSE
                               MOVE SERVLOG-HOURS TO WS-SVC-HOURS-ED
                               DISPLAY "    #" SERVLOG-SEQ " "
                                   SERVLOG-DATE " " WS-SVC-HOURS-ED
                                   " hrs  " SERVLOG-STAFF " "
                                   SERVLOG-ACTIVITY
                           END-IF
               END-PERFORM
           END-IF.

       SERVICE-BEHIND-REPORT.
           DISPLAY " "
           DISPLAY "- STUDENTS BEHIND ON SERVICE HOURS -".
           PERFORM SERVICE-BEHIND-PASS.
           IF WS-SVC-OK = 1
               DISPLAY "Behind-on-hours report saved to REPORT.DAT"
           END-IF.

       SERVICE-BEHIND-PASS.
      * Weekly follow-up list for guidance.  Each outstanding sanction
      * that requires hours is expected to have rendered them evenly
      * between its issue date and its due date; a student whose
      * rendered hours trail that pace is BEHIND, and one past the
      * due date with hours still short is OVERDUE.
           MOVE 0 TO WS-SVC-OK.
           MOVE 0 TO WS-SVC-CHECKED.
           MOVE 0 TO WS-SVC-LISTED.
           MOVE 0 TO WS-SANCTION-EOF.
           PERFORM GET-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-DATE-INPUT.
           PERFORM DATE-TO-DAYNO.
           MOVE WS-CAL-DAYNO TO WS-TODAY-DAYNO.
           OPEN INPUT SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS NOT = "00"
               DISPLAY "No sanctions on file."
           ELSE
               MOVE 1 TO WS-SVC-OK
               OPEN INPUT SERVLOG-FILE
               PERFORM OPEN-MASTER-FOR-LOOKUP
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO WS-SVC-LINE
               STRING "STUDENTS BEHIND ON COMMUNITY SERVICE HOURS - "
                   DELIMITED BY SIZE
                   "as of " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO WS-SVC-LINE
               END-STRING
               PERFORM WRITE-SERVICE-LINE
               MOVE SPACES TO WS-SVC-LINE
               STRING "Student ID Name                           "
                   "Section         Lv  Req  Done  Pace Due        "
                   "Last Sess  State" DELIMITED BY SIZE
                   INTO WS-SVC-LINE
               END-STRING
               PERFORM WRITE-SERVICE-LINE
               PERFORM UNTIL WS-SANCTION-EOF = 1
                   READ SANCTION-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-SANCTION-EOF
                       NOT AT END
                           IF SANCTION-STATUS = "O"
                               AND SANCTION-HOURS-REQ > 0
                               ADD 1 TO WS-SVC-CHECKED
                               PERFORM SERVICE-CHECK-ONE-SANCTION
                           END-IF
               END-PERFORM
               MOVE SPACES TO WS-SVC-LINE
               STRING WS-SVC-CHECKED DELIMITED BY SIZE
                   " sanction(s) with hours outstanding, "
                   DELIMITED BY SIZE
                   WS-SVC-LISTED DELIMITED BY SIZE
                   " behind" DELIMITED BY SIZE
                   INTO WS-SVC-LINE
               END-STRING
               PERFORM WRITE-SERVICE-LINE
               CLOSE REPORT-FILE
               PERFORM CLOSE-MASTER-AFTER-LOOKUP
               IF WS-SERVLOG-STATUS = "00"
                   CLOSE SERVLOG-FILE
               END-IF
               CLOSE SANCTION-FILE
           END-IF.

       SERVICE-CHECK-ONE-SANCTION.
           MOVE SANCTION-DATE TO WS-DATE-INPUT.
           PERFORM DATE-TO-DAYNO.
           MOVE WS-CAL-DAYNO TO WS-SVC-ISSUE-DAYNO.
           IF SANCTION-HOURS-DUE = SPACES
               COMPUTE WS-SVC-DUE-DAYNO = WS-SVC-ISSUE-DAYNO
                   + WS-SVC-DEFAULT-DAYS
           ELSE
               MOVE SANCTION-HOURS-DUE TO WS-DATE-INPUT
               PERFORM DATE-TO-DAYNO
               MOVE WS-CAL-DAYNO TO WS-SVC-DUE-DAYNO
           END-IF.
           EVALUATE TRUE
               WHEN WS-TODAY-DAYNO <= WS-SVC-ISSUE-DAYNO
                   MOVE 0 TO WS-SVC-EXPECTED
               WHEN WS-TODAY-DAYNO >= WS-SVC-DUE-DAYNO
                   MOVE SANCTION-HOURS-REQ TO WS-SVC-EXPECTED
               WHEN OTHER
                   COMPUTE WS-SVC-EXPECTED ROUNDED =
                       SANCTION-HOURS-REQ
                       * (WS-TODAY-DAYNO - WS-SVC-ISSUE-DAYNO)
                       / (WS-SVC-DUE-DAYNO - WS-SVC-ISSUE-DAYNO)
           END-EVALUATE.
           IF SANCTION-HOURS-DONE < WS-SVC-EXPECTED
               ADD 1 TO WS-SVC-LISTED
               IF WS-TODAY-DAYNO > WS-SVC-DUE-DAYNO
                   MOVE "OVERDUE" TO WS-SVC-STATE
               ELSE
                   MOVE "BEHIND" TO WS-SVC-STATE
               END-IF
               MOVE SANCTION-STUDENT-ID TO MASTER-STUDENT-ID
               PERFORM READ-MASTER-RECORD
               IF WS-MASTER-FOUND = 0
                   MOVE SPACES TO MASTER-STUDENT-NAME
                   MOVE SPACES TO MASTER-SECTION
               END-IF
               PERFORM SERVICE-FIND-LAST-SESSION
               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
               MOVE SANCTION-HOURS-DONE TO WS-SVC-DONE-ED
               MOVE WS-SVC-EXPECTED TO WS-SVC-EXP-ED
               MOVE SPACES TO WS-SVC-LINE
               STRING SANCTION-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MASTER-STUDENT-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MASTER-SECTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SANCTION-LEVEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SVC-REQ-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SVC-DONE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SVC-EXP-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SANCTION-HOURS-DUE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SVC-LAST-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SVC-STATE DELIMITED BY SIZE
                   INTO WS-SVC-LINE
               END-STRING
               PERFORM WRITE-SERVICE-LINE
           END-IF.

       SERVICE-FIND-LAST-SESSION.
      * Latest session date on the log for the sanction just read;
      * "none" when nothing has been rendered yet.
           MOVE "none" TO WS-SVC-LAST-DATE.
           IF WS-SERVLOG-STATUS = "00"
               MOVE 0 TO WS-SERVLOG-EOF
               MOVE SANCTION-STUDENT-ID TO SERVLOG-STUDENT-ID
               MOVE SANCTION-LEVEL TO SERVLOG-LEVEL
               MOVE 0 TO SERVLOG-SEQ
               START SERVLOG-FILE KEY IS >= SERVLOG-KEY
                   INVALID KEY MOVE 1 TO WS-SERVLOG-EOF
               END-START
               PERFORM UNTIL WS-SERVLOG-EOF = 1
                   READ SERVLOG-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-SERVLOG-EOF
                       NOT AT END
                           IF SERVLOG-STUDENT-ID NOT =
                               SANCTION-STUDENT-ID
                               OR SERVLOG-LEVEL NOT = SANCTION-LEVEL
                               MOVE 1 TO WS-SERVLOG-EOF
                           ELSE
                               IF WS-SVC-LAST-DATE = "none"
                                   OR SERVLOG-DATE > WS-SVC-LAST-DATE
                                   MOVE SERVLOG-DATE
                                       TO WS-SVC-LAST-DATE
                               END-IF
                           END-IF
               END-PERFORM
           END-IF.

       WRITE-SERVICE-LINE.
           DISPLAY WS-SVC-LINE.
           WRITE REPORT-RECORD FROM WS-SVC-LINE.

       NOTEREG-MENU.
           DISPLAY " "
           DISPLAY "- NOTICE REGISTER -"
           DISPLAY "1 - List Notices"
           DISPLAY "2 - Mark Notice Printed"
           DISPLAY "3 - Mark Notice Acknowledged"
           DISPLAY "4 - Reprint Notice Letter"
           DISPLAY "5 - Unacknowledged Notice Aging Report"
           DISPLAY "6 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-NOTEREG-CHOICE.
           EVALUATE WS-NOTEREG-CHOICE
               WHEN 1
                   PERFORM NOTEREG-LIST
               WHEN 2
                   PERFORM NOTEREG-MARK-PRINTED
               WHEN 3
                   PERFORM NOTEREG-MARK-ACKNOWLEDGED
               WHEN 4
                   PERFORM NOTEREG-REPRINT
               WHEN 5
                   PERFORM NOTEREG-AGING-REPORT
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       NOTEREG-LIST.
           DISPLAY " "
           DISPLAY "Student ID Lvl Issued     Ptd Acknowledged".
           MOVE 0 TO WS-NOTEREG-EOF.
           OPEN INPUT NOTEREG-FILE.
           IF WS-NOTEREG-STATUS = "35"
               DISPLAY "No notice register on file."
               MOVE 1 TO WS-NOTEREG-EOF
           END-IF.
           PERFORM UNTIL WS-NOTEREG-EOF = 1
               READ NOTEREG-FILE NEXT RECORD
                               NOTEREG-PRINTED "   "
                               "not acknowledged"
                       ELSE
                           PERFORM FETCH-ACK-ADVISER-NAME
                           DISPLAY NOTEREG-STUDENT-ID " "
                               NOTEREG-LEVEL "   "
                               NOTEREG-ISSUED-DATE " "
                               NOTEREG-PRINTED "   "
                               NOTEREG-ACK-DATE " by "
                               WS-ACK-NAME
                       END-IF
           END-PERFORM.
           IF WS-NOTEREG-STATUS NOT = "35"
           IF WS-DATE-OK = 0
               DISPLAY "Date must be YYYY-MM-DD - nothing changed."
           ELSE
               PERFORM FETCH-MASTER-DEMOGRAPHICS
               MOVE SPACES TO WS-ADV-SECTION
               IF WS-MASTER-FOUND = 1
                   MOVE WS-STUDENT-SECTION TO WS-ADV-SECTION
               END-IF
               DISPLAY "Adviser's section (blank = " WS-ADV-SECTION
                   "): " WITH NO ADVANCING
               ACCEPT WS-ACK-SECTION
               IF WS-ACK-SECTION NOT = SPACES
                   MOVE WS-ACK-SECTION TO WS-ADV-SECTION
               END-IF
               MOVE 0 TO WS-ADVISER-FOUND
               IF WS-ADV-SECTION NOT = SPACES
                   PERFORM FETCH-ADVISER
               END-IF
               IF WS-ADVISER-FOUND = 0
                   DISPLAY "No adviser on file for section "
                       WS-ADV-SECTION " - add the adviser under "
                       "Section Advisers first.  Nothing changed."
               ELSE
                   DISPLAY "Acknowledged by " ADV-NAME " ("
                       ADV-DEPARTMENT ")"
                   MOVE ADV-NAME TO WS-ADV-NAME
                   MOVE ADV-SECTION TO WS-ACK-BY
                   PERFORM NOTEREG-APPLY-ACK
               END-IF
           END-IF.
                           "/acknowledged " DELIMITED BY SIZE
                           WS-ACK-DATE DELIMITED BY SIZE
                           " by " DELIMITED BY SIZE
                           WS-ADV-NAME DELIMITED BY SIZE
                           "/adviser of " DELIMITED BY SIZE
                           WS-ADV-SECTION DELIMITED BY SIZE
                           INTO WS-AUDIT-NEW-VALUES
                       END-STRING
                       PERFORM WRITE-AUDIT-LOG
           DISPLAY "List notices unacknowledged for more than how "
               "many days?: " WITH NO ADVANCING.
           ACCEPT WS-AGING-DAYS.
           DISPLAY "Sort by adviser? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-AGING-BY-ADVISER.
           IF WS-AGING-BY-ADVISER = "y"
               MOVE "Y" TO WS-AGING-BY-ADVISER
           END-IF.
           PERFORM GET-TODAY-DATE.
           MOVE SPACES TO WS-CAL-YMD-X.
           STRING WS-TODAY-DATE (1:4) DELIMITED BY SIZE
           DISPLAY " "
           DISPLAY "- UNACKNOWLEDGED NOTICES OVER " WS-AGING-DAYS
               " DAY(S) -".
           MOVE 0 TO WS-NOTEREG-LISTED.
           IF WS-AGING-BY-ADVISER = "Y"
               PERFORM OPEN-ADVISER-FOR-LOOKUP
               SORT NOTICE-SORT-FILE
                   ON ASCENDING KEY NSR-NO-ADVISER
                   ON ASCENDING KEY NSR-ADVISER-NAME
                   ON DESCENDING KEY NSR-AGE-DAYS
                   ON ASCENDING KEY NSR-STUDENT-ID
                   INPUT PROCEDURE IS NOTEREG-AGING-SCAN
                   GIVING SORTED-NOTICE-FILE
               PERFORM NOTEREG-AGING-BY-ADVISER
               PERFORM CLOSE-ADVISER-AFTER-LOOKUP
           ELSE
               PERFORM NOTEREG-AGING-SCAN
           END-IF.
           IF WS-NOTEREG-LISTED = 0
               DISPLAY "No notices past the chosen age."
           ELSE
               DISPLAY " "
               DISPLAY WS-NOTEREG-LISTED " notice(s) to chase with "
                   "the adviser."
           END-IF.

       NOTEREG-AGING-SCAN.
           MOVE 0 TO WS-NOTEREG-EOF.
           OPEN INPUT NOTEREG-FILE.
           IF WS-NOTEREG-STATUS = "35"
               DISPLAY "No notice register on file."
           IF WS-NOTEREG-STATUS NOT = "35"
               CLOSE NOTEREG-FILE
           END-IF.

       NOTEREG-AGE-ONE-NOTICE.
           MOVE SPACES TO WS-CAL-YMD-X.
               FUNCTION INTEGER-OF-DATE (WS-CAL-YMD).
           IF WS-AGE-DAYS > WS-AGING-DAYS
               ADD 1 TO WS-NOTEREG-LISTED
               IF WS-AGING-BY-ADVISER = "Y"
                   PERFORM RELEASE-NOTICE-SORT-ROW
               ELSE
                   MOVE NOTEREG-STUDENT-ID TO MASTER-STUDENT-ID
                   PERFORM READ-MASTER-RECORD
                   IF WS-MASTER-FOUND = 0
                       MOVE SPACES TO MASTER-STUDENT-NAME
                   END-IF
                   DISPLAY "Student: " NOTEREG-STUDENT-ID " "
                       MASTER-STUDENT-NAME
                   DISPLAY "  Level " NOTEREG-LEVEL " issued "
                       NOTEREG-ISSUED-DATE " - " WS-AGE-DAYS
                       " day(s) unacknowledged (printed: "
                       NOTEREG-PRINTED ")"
               END-IF
           END-IF.

       NOTEREG-AGING-BY-ADVISER.
      * Prints the sorted aging rows one adviser at a time, oldest
      * notice first, with the adviser's contact details so the dean
      * knows whom to chase; sections with no adviser on file come
      * last.
           MOVE 0 TO WS-NOTEREG-EOF.
           MOVE 1 TO WS-AGING-FIRST.
           MOVE 0 TO WS-AGING-GROUP-COUNT.
           OPEN INPUT SORTED-NOTICE-FILE.
           PERFORM UNTIL WS-NOTEREG-EOF = 1
               READ SORTED-NOTICE-FILE
                   AT END MOVE 1 TO WS-NOTEREG-EOF
                   NOT AT END
                       IF WS-AGING-FIRST = 1
                           OR SNT-NO-ADVISER NOT = WS-AGING-NO-ADVISER
                           OR SNT-ADVISER-NAME NOT = WS-AGING-ADVISER
                           PERFORM NOTEREG-AGING-ADVISER-HEADING
                       END-IF
                       ADD 1 TO WS-AGING-GROUP-COUNT
                       DISPLAY "  " SNT-STUDENT-ID " "
                           SNT-STUDENT-NAME " " SNT-SECTION
                       DISPLAY "    Level " SNT-LEVEL " issued "
                           SNT-ISSUED " - " SNT-AGE-DAYS
                           " day(s) unacknowledged (printed: "
                           SNT-PRINTED ")"
           END-PERFORM.
           CLOSE SORTED-NOTICE-FILE.
           IF WS-AGING-FIRST = 0
               DISPLAY "  " WS-AGING-GROUP-COUNT " notice(s)"
           END-IF.

       NOTEREG-AGING-ADVISER-HEADING.
           IF WS-AGING-FIRST = 0
               DISPLAY "  " WS-AGING-GROUP-COUNT " notice(s)"
           END-IF.
           MOVE 0 TO WS-AGING-FIRST.
           MOVE 0 TO WS-AGING-GROUP-COUNT.
           MOVE SNT-NO-ADVISER TO WS-AGING-NO-ADVISER.
           MOVE SNT-ADVISER-NAME TO WS-AGING-ADVISER.
           DISPLAY " "
           IF SNT-NO-ADVISER = 1
               DISPLAY "No adviser on file for the section:"
           ELSE
               MOVE SNT-SECTION TO ADV-SECTION
               PERFORM READ-ADVISER-RECORD
               DISPLAY "Adviser: " SNT-ADVISER-NAME
               IF WS-ADVISER-FOUND = 1
                   DISPLAY "  " ADV-DEPARTMENT " - " ADV-PHONE " "
                       ADV-EMAIL
               END-IF
           END-IF.

       OPEN-NOTEREG-FOR-LOOKUP.
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-RECORD-FOUND = 1
               PERFORM SHOW-INCIDENT-INVOLVED
               DISPLAY "Filed date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
               ACCEPT WS-FILED-DATE
                       IF APPEAL-CASE-STATUS = "C"
                           DISPLAY "That case is already closed."
                       ELSE
                           PERFORM SHOW-INCIDENT-INVOLVED
                           DISPLAY "Hearing date (YYYY-MM-DD): "
                               WITH NO ADVANCING
                           ACCEPT WS-HEARING-DATE
      * The appeal record is current and open; APPEAL-FILE is open
      * I-O.  An upheld decision closes the case and leaves the
      * violation open; an overturned decision also drives the same
      * dismissal path RESOLVE-VIOLATION-DETAILS uses.  The panel
      * first sees anyone else charged out of the same incident.
           PERFORM SHOW-INCIDENT-INVOLVED.
           DISPLAY "Decision - (U)pheld or o(V)erturned: "
               WITH NO ADVANCING.
           ACCEPT WS-APPEAL-DECISION.
       APPEAL-DISMISS-VIOLATION.
      * Same moves as the dismissal branch of
      * RESOLVE-VIOLATION-DETAILS: status "D" with the resolution
      * fields filled and an audit entry cut.  The fine the violation
      * was charged is offset by a waiver, as for a deleted row.
           PERFORM GET-TODAY-DATE.
           OPEN I-O STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
                                       "entry truncated."
                           END-STRING
                           PERFORM WRITE-AUDIT-LOG
                           MOVE VIOLATION-DATE TO WS-VIOLATION-DATE
                           MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE
                           MOVE "OVERTURNED ON APPEAL"
                               TO WS-LEDG-REMARKS
                           PERFORM REVERSE-FINE-CHARGE
                       END-IF
               END-READ
               CLOSE STUDENT-FILE
           DISPLAY "Old: " WS-AUD-OLD.
           DISPLAY "New: " WS-AUD-NEW.

       INTEGRITY-CHECK.
           DISPLAY " "
           DISPLAY "- DATA INTEGRITY CHECK -".
           PERFORM INTEGRITY-CHECK-PASS.
           IF WS-INT-OK = 0
               DISPLAY "Integrity check abandoned - STUDENT-FILE is "
                   "in use; please try again in a moment."
           ELSE
               DISPLAY "Integrity report saved to REPORT.DAT"
           END-IF.

       INTEGRITY-CHECK-PASS.
      * Cross-checks the files that hang off one another - violations
      * against the master and code table, sanctions against the
      * notice register and back, appeals against the violations they
      * name, entries still waiting in the pending queue against the
      * master and code table, and the term calendar's current flag -
      * and lists every disagreement with its severity, ending with a
      * count per class.
      * WS-INT-OK is 0 when the live file could not be read.
           MOVE 0 TO WS-INT-OK.
           MOVE 0 TO WS-INT-ERRORS.
           MOVE 0 TO WS-INT-WARNINGS.
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
               UNTIL WS-INT-IDX > 11
               MOVE 0 TO WS-INT-COUNT (WS-INT-IDX)
           END-PERFORM.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-FILE-BUSY = 0
               MOVE 1 TO WS-INT-OK
               OPEN OUTPUT REPORT-FILE
               PERFORM GET-TODAY-DATE
               MOVE SPACES TO WS-INT-LINE
               STRING "DATA INTEGRITY CHECK - RUN " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO WS-INT-LINE
               END-STRING
               PERFORM WRITE-INTEGRITY-LINE
               IF WS-STUDENT-FILE-STATUS = "35"
                   MOVE SPACES TO WS-INT-LINE
                   STRING "No STUDENT.dat on file - violation and "
                       "appeal checks skipped." DELIMITED BY SIZE
                       INTO WS-INT-LINE
                   END-STRING
                   PERFORM WRITE-INTEGRITY-LINE
               ELSE
                   PERFORM INT-CHECK-VIOLATIONS
                   PERFORM INT-CHECK-APPEALS
                   CLOSE STUDENT-FILE
               END-IF
               PERFORM INT-CHECK-SANCTIONS
               PERFORM INT-CHECK-NOTICES
               PERFORM INT-CHECK-PENDING
               PERFORM INT-CHECK-TERMS
               PERFORM INT-PRINT-SUMMARY
               CLOSE REPORT-FILE
           END-IF.

       INT-CHECK-VIOLATIONS.
      * Every row's student must be on the master and its type on the
      * code table; a resolved or dismissed row must carry the date it
      * was closed.  A missing master or code table is reported once
      * rather than against every row.
           PERFORM OPEN-MASTER-FOR-LOOKUP.
           PERFORM OPEN-VIOCODE-FOR-LOOKUP.
           IF WS-MASTER-AVAILABLE = 0
               MOVE "No STUDMAST.dat on file - master check skipped."
                   TO WS-INT-LINE
               PERFORM WRITE-INTEGRITY-LINE
           END-IF.
           IF WS-VIOCODE-AVAILABLE = 0
               MOVE "No VIOCODE.dat on file - code check skipped."
                   TO WS-INT-LINE
               PERFORM WRITE-INTEGRITY-LINE
           END-IF.
           MOVE 0 TO WS-INT-EOF.
           PERFORM UNTIL WS-INT-EOF = 1
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-INT-EOF
                   NOT AT END
                       PERFORM INT-CHECK-ONE-VIOLATION
           END-PERFORM.
           PERFORM CLOSE-VIOCODE-AFTER-LOOKUP.
           PERFORM CLOSE-MASTER-AFTER-LOOKUP.

       INT-CHECK-ONE-VIOLATION.
           IF WS-MASTER-AVAILABLE = 1
               MOVE STUDENT-ID TO MASTER-STUDENT-ID
               PERFORM READ-MASTER-RECORD
               IF WS-MASTER-FOUND = 0
                   MOVE 1 TO WS-INT-CLASS
                   PERFORM INT-SET-VIOLATION-DETAIL
                   PERFORM INT-LOG-EXCEPTION
               END-IF
           END-IF.
           IF WS-VIOCODE-AVAILABLE = 1
               MOVE VIOLATION-TYPE TO VIOCODE-CODE
               PERFORM READ-VIOCODE-RECORD
               IF WS-VIOCODE-FOUND = 0
                   MOVE 2 TO WS-INT-CLASS
                   PERFORM INT-SET-VIOLATION-DETAIL
                   PERFORM INT-LOG-EXCEPTION
               END-IF
           END-IF.
           IF (VIOLATION-STATUS = "R" OR VIOLATION-STATUS = "D")
               AND RESOLVED-DATE = SPACES
               MOVE 3 TO WS-INT-CLASS
               PERFORM INT-SET-VIOLATION-DETAIL
               PERFORM INT-LOG-EXCEPTION
           END-IF.

       INT-SET-VIOLATION-DETAIL.
           MOVE SPACES TO WS-INT-DETAIL.
           STRING "Student " DELIMITED BY SIZE
               STUDENT-ID DELIMITED BY SIZE
               " violation #" DELIMITED BY SIZE
               VIOLATION-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VIOLATION-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VIOLATION-TYPE DELIMITED BY SIZE
               " status " DELIMITED BY SIZE
               VIOLATION-STATUS DELIMITED BY SIZE
               INTO WS-INT-DETAIL
           END-STRING.

       INT-CHECK-APPEALS.
      * An appeal names its violation by student and violation number.
      * The term-end purge leaves appeals behind, so a closed appeal on
      * an archived row is only a warning; an open one is an error.
           OPEN INPUT APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               MOVE 0 TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 1
                   READ APPEAL-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-INT-EOF
                       NOT AT END
                           PERFORM INT-CHECK-ONE-APPEAL
               END-PERFORM
               CLOSE APPEAL-FILE
           END-IF.

       INT-CHECK-ONE-APPEAL.
           MOVE APPEAL-STUDENT-ID TO STUDENT-ID.
           MOVE APPEAL-VIOL-NO TO VIOLATION-COUNT.
           READ STUDENT-FILE
               INVALID KEY
                   IF APPEAL-CASE-STATUS = "O"
                       MOVE 6 TO WS-INT-CLASS
                   ELSE
                       MOVE 7 TO WS-INT-CLASS
                   END-IF
                   MOVE SPACES TO WS-INT-DETAIL
                   STRING "Appeal " DELIMITED BY SIZE
                       APPEAL-STUDENT-ID DELIMITED BY SIZE
                       " violation #" DELIMITED BY SIZE
                       APPEAL-VIOL-NO DELIMITED BY SIZE
                       " filed " DELIMITED BY SIZE
                       APPEAL-FILED-DATE DELIMITED BY SIZE
                       " case status " DELIMITED BY SIZE
                       APPEAL-CASE-STATUS DELIMITED BY SIZE
                       INTO WS-INT-DETAIL
                   END-STRING
                   PERFORM INT-LOG-EXCEPTION
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       INT-CHECK-SANCTIONS.
      * Every sanction registers its notice when it is issued, so a
      * sanction with no register row has a notice nobody is tracking.
           OPEN INPUT SANCTION-FILE.
           EVALUATE WS-SANCTION-FILE-STATUS
               WHEN "00"
                   PERFORM OPEN-NOTEREG-FOR-LOOKUP
                   MOVE 0 TO WS-INT-EOF
                   PERFORM UNTIL WS-INT-EOF = 1
                       READ SANCTION-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-INT-EOF
                           NOT AT END
                               PERFORM INT-CHECK-ONE-SANCTION
                   END-PERFORM
                   PERFORM CLOSE-NOTEREG-AFTER-LOOKUP
                   CLOSE SANCTION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-INT-LINE
                   STRING "SANCTION.dat could not be read (status "
                       DELIMITED BY SIZE
                       WS-SANCTION-FILE-STATUS DELIMITED BY SIZE
                       ") - sanction checks skipped." DELIMITED BY SIZE
                       INTO WS-INT-LINE
                   END-STRING
                   PERFORM WRITE-INTEGRITY-LINE
           END-EVALUATE.

       INT-CHECK-ONE-SANCTION.
           MOVE SANCTION-STUDENT-ID TO NOTEREG-STUDENT-ID.
           MOVE SANCTION-LEVEL TO NOTEREG-LEVEL.
           PERFORM READ-NOTEREG-RECORD.
           IF WS-NOTEREG-FOUND = 0
               MOVE 4 TO WS-INT-CLASS
               MOVE SPACES TO WS-INT-DETAIL
               STRING "Sanction " DELIMITED BY SIZE
                   SANCTION-STUDENT-ID DELIMITED BY SIZE
                   " level " DELIMITED BY SIZE
                   SANCTION-LEVEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SANCTION-DESC DELIMITED BY SIZE
                   " issued " DELIMITED BY SIZE
                   SANCTION-DATE DELIMITED BY SIZE
                   INTO WS-INT-DETAIL
               END-STRING
               PERFORM INT-LOG-EXCEPTION
           END-IF.

       INT-CHECK-NOTICES.
      * The reverse check: a register row whose sanction has gone.  A
      * backout withdraws the unacknowledged row with its sanction, so
      * what is left here is an acknowledged row or a hand edit.
      * An unreadable sanction file was reported by the check above.
           OPEN INPUT NOTEREG-FILE.
           IF WS-NOTEREG-STATUS = "00"
               OPEN INPUT SANCTION-FILE
               MOVE 0 TO WS-INT-EOF
               IF WS-SANCTION-FILE-STATUS NOT = "00"
                   AND WS-SANCTION-FILE-STATUS NOT = "35"
                   MOVE 1 TO WS-INT-EOF
               END-IF
               PERFORM UNTIL WS-INT-EOF = 1
                   READ NOTEREG-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-INT-EOF
                       NOT AT END
                           PERFORM INT-CHECK-ONE-NOTICE
               END-PERFORM
               IF WS-SANCTION-FILE-STATUS = "00"
                   CLOSE SANCTION-FILE
               END-IF
               CLOSE NOTEREG-FILE
           END-IF.

       INT-CHECK-ONE-NOTICE.
           MOVE 0 TO WS-RECORD-FOUND.
           IF WS-SANCTION-FILE-STATUS = "00"
               MOVE NOTEREG-STUDENT-ID TO SANCTION-STUDENT-ID
               MOVE NOTEREG-LEVEL TO SANCTION-LEVEL
               READ SANCTION-FILE
                   INVALID KEY MOVE 0 TO WS-RECORD-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-RECORD-FOUND
               END-READ
           END-IF.
           IF WS-RECORD-FOUND = 0
               MOVE 5 TO WS-INT-CLASS
               MOVE SPACES TO WS-INT-DETAIL
               STRING "Notice " DELIMITED BY SIZE
                   NOTEREG-STUDENT-ID DELIMITED BY SIZE
                   " level " DELIMITED BY SIZE
                   NOTEREG-LEVEL DELIMITED BY SIZE
                   " issued " DELIMITED BY SIZE
                   NOTEREG-ISSUED-DATE DELIMITED BY SIZE
                   " acknowledged " DELIMITED BY SIZE
                   NOTEREG-ACK-DATE DELIMITED BY SIZE
                   INTO WS-INT-DETAIL
               END-STRING
               PERFORM INT-LOG-EXCEPTION
           END-IF.

       INT-CHECK-PENDING.
      * An entry still waiting in the pending queue is approved onto
      * the live file as keyed, so its student must be on the master
      * and its type on the code table just as a live row's are.
      * Approved and rejected entries are history and are skipped.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM OPEN-MASTER-FOR-LOOKUP
               PERFORM OPEN-VIOCODE-FOR-LOOKUP
               MOVE 0 TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 1
                   READ PENDING-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-INT-EOF
                       NOT AT END
                           IF PENDING-STATUS = "P"
                               PERFORM INT-CHECK-ONE-PENDING
                           END-IF
               END-PERFORM
               PERFORM CLOSE-VIOCODE-AFTER-LOOKUP
               PERFORM CLOSE-MASTER-AFTER-LOOKUP
               CLOSE PENDING-FILE
           END-IF.

       INT-CHECK-ONE-PENDING.
           IF WS-MASTER-AVAILABLE = 1
               MOVE PENDING-STUDENT-ID TO MASTER-STUDENT-ID
               PERFORM READ-MASTER-RECORD
               IF WS-MASTER-FOUND = 0
                   MOVE 10 TO WS-INT-CLASS
                   PERFORM INT-SET-PENDING-DETAIL
                   PERFORM INT-LOG-EXCEPTION
               END-IF
           END-IF.
           IF WS-VIOCODE-AVAILABLE = 1
               MOVE PENDING-TYPE TO VIOCODE-CODE
               PERFORM READ-VIOCODE-RECORD
               IF WS-VIOCODE-FOUND = 0
                   MOVE 11 TO WS-INT-CLASS
                   PERFORM INT-SET-PENDING-DETAIL
                   PERFORM INT-LOG-EXCEPTION
               END-IF
           END-IF.

       INT-SET-PENDING-DETAIL.
           MOVE SPACES TO WS-INT-DETAIL.
           STRING "Pending #" DELIMITED BY SIZE
               PENDING-SEQ DELIMITED BY SIZE
               " student " DELIMITED BY SIZE
               PENDING-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PENDING-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PENDING-TYPE DELIMITED BY SIZE
               INTO WS-INT-DETAIL
           END-STRING.

       INT-CHECK-TERMS.
      * Exactly one term should carry the current flag: the escalation
      * counts, due dates and report defaults all read the first one
      * found.  When more than one does, each is listed.
           MOVE 0 TO WS-INT-CURRENT-TERMS.
           OPEN INPUT TERMCAL-FILE.
           IF WS-TERMCAL-STATUS = "00"
               MOVE 0 TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 1
                   READ TERMCAL-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-INT-EOF
                       NOT AT END
                           IF TERMCAL-CURRENT = "Y"
                               ADD 1 TO WS-INT-CURRENT-TERMS
                           END-IF
               END-PERFORM
               CLOSE TERMCAL-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-INT-CURRENT-TERMS = 0
                   MOVE 9 TO WS-INT-CLASS
                   MOVE "Term calendar has no current term"
                       TO WS-INT-DETAIL
                   PERFORM INT-LOG-EXCEPTION
               WHEN WS-INT-CURRENT-TERMS > 1
                   PERFORM INT-LIST-CURRENT-TERMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       INT-LIST-CURRENT-TERMS.
           MOVE 8 TO WS-INT-CLASS.
           OPEN INPUT TERMCAL-FILE.
           MOVE 0 TO WS-INT-EOF.
           PERFORM UNTIL WS-INT-EOF = 1
               READ TERMCAL-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-INT-EOF
                   NOT AT END
                       IF TERMCAL-CURRENT = "Y"
                           MOVE SPACES TO WS-INT-DETAIL
                           STRING "Term " DELIMITED BY SIZE
                               TERMCAL-CODE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TERMCAL-START DELIMITED BY SIZE
                               " to " DELIMITED BY SIZE
                               TERMCAL-END DELIMITED BY SIZE
                               " is flagged current" DELIMITED BY SIZE
                               INTO WS-INT-DETAIL
                           END-STRING
                           PERFORM INT-LOG-EXCEPTION
                       END-IF
           END-PERFORM.
           CLOSE TERMCAL-FILE.

       INT-LOG-EXCEPTION.
      * Counts and prints one exception of class WS-INT-CLASS with the
      * key details in WS-INT-DETAIL.
           ADD 1 TO WS-INT-COUNT (WS-INT-CLASS).
           IF WS-INT-SEV (WS-INT-CLASS) = "E"
               ADD 1 TO WS-INT-ERRORS
               MOVE "ERROR" TO WS-INT-SEV-TEXT
           ELSE
               ADD 1 TO WS-INT-WARNINGS
               MOVE "WARNING" TO WS-INT-SEV-TEXT
           END-IF.
           MOVE SPACES TO WS-INT-LINE.
           STRING WS-INT-SEV-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INT-DESC (WS-INT-CLASS) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-INT-DETAIL DELIMITED BY SIZE
               INTO WS-INT-LINE
           END-STRING.
           PERFORM WRITE-INTEGRITY-LINE.

       INT-PRINT-SUMMARY.
           MOVE SPACES TO WS-INT-LINE.
           PERFORM WRITE-INTEGRITY-LINE.
           MOVE "SEVERITY  COUNT  EXCEPTION" TO WS-INT-LINE.
           PERFORM WRITE-INTEGRITY-LINE.
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
               UNTIL WS-INT-IDX > 11
               IF WS-INT-SEV (WS-INT-IDX) = "E"
                   MOVE "ERROR" TO WS-INT-SEV-TEXT
               ELSE
                   MOVE "WARNING" TO WS-INT-SEV-TEXT
               END-IF
               MOVE SPACES TO WS-INT-LINE
               STRING WS-INT-SEV-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-INT-COUNT (WS-INT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-INT-DESC (WS-INT-IDX) DELIMITED BY SIZE
                   INTO WS-INT-LINE
               END-STRING
               PERFORM WRITE-INTEGRITY-LINE
           END-PERFORM.
           MOVE SPACES TO WS-INT-LINE.
           STRING "Errors: " DELIMITED BY SIZE
               WS-INT-ERRORS DELIMITED BY SIZE
               "  Warnings: " DELIMITED BY SIZE
               WS-INT-WARNINGS DELIMITED BY SIZE
               INTO WS-INT-LINE
           END-STRING.
           PERFORM WRITE-INTEGRITY-LINE.
           IF WS-INT-ERRORS = 0 AND WS-INT-WARNINGS = 0
               MOVE "All files agree with one another." TO WS-INT-LINE
               PERFORM WRITE-INTEGRITY-LINE
           END-IF.

       WRITE-INTEGRITY-LINE.
           DISPLAY WS-INT-LINE.
           WRITE REPORT-RECORD FROM WS-INT-LINE.

       DAILY-CLOSE-MENU.
           DISPLAY " "
           DISPLAY "- DAILY CLOSE -"
           DISPLAY "1 - Run Daily Close"
           DISPLAY "2 - List Control History"
           DISPLAY "3 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-DC-CHOICE.
           EVALUATE WS-DC-CHOICE
               WHEN 1
                   PERFORM DAILY-CLOSE
               WHEN 2
                   PERFORM DAILY-CLOSE-HISTORY
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       DAILY-CLOSE.
           DISPLAY " "
           DISPLAY "- DAILY CLOSE AND BALANCING -".
           PERFORM DAILY-CLOSE-PASS.
           IF WS-DC-OK = 0
               DISPLAY "Daily close abandoned - STUDENT-FILE is in "
                   "use; please try again in a moment."
           ELSE
               DISPLAY "Daily close report saved to REPORT.DAT"
           END-IF.

       DAILY-CLOSE-PASS.
      * Counts the live file by status, derives the activity since the
      * last close from the audit trail and proves that the last
      * close's count plus adds, less deletes and rows archived by the
      * term-end job, equals today's count.  A rerun on the same day
      * replaces the day's control row.  WS-DC-OK is 0 when the live
      * file could not be read; WS-DC-BALANCED is "N" on a break.
           MOVE 0 TO WS-DC-OK.
           MOVE SPACES TO WS-DC-BALANCED.
           PERFORM GET-TODAY-DATE.
           PERFORM DC-FIND-PRIOR-CLOSE.
           PERFORM DC-COUNT-LIVE-FILE.
           IF WS-DC-OK = 1
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-DC-RUN-AT
               IF WS-DC-PRIOR-FOUND = 1
                   MOVE WS-DC-PRIOR-RUN-AT TO WS-DC-DAY-START
               ELSE
                   MOVE "000000" TO WS-DC-DAY-START (9:6)
                   MOVE WS-CURRENT-DATETIME (1:8)
                       TO WS-DC-DAY-START (1:8)
               END-IF
               PERFORM DC-SCAN-AUDIT-LOG
               PERFORM DC-PROVE-BALANCE
               OPEN OUTPUT REPORT-FILE
               PERFORM DC-PRINT-REPORT
               CLOSE REPORT-FILE
               PERFORM DC-WRITE-CONTROL-ROW
           END-IF.

       DC-FIND-PRIOR-CLOSE.
      * The opening figure is carried from the latest close before
      * today - normally yesterday's, or Friday's after a weekend.
           MOVE 0 TO WS-DC-PRIOR-FOUND.
           MOVE SPACES TO WS-DC-PRIOR-DATE.
           MOVE SPACES TO WS-DC-PRIOR-RUN-AT.
           MOVE 0 TO WS-DC-PRIOR-CLOSING.
           MOVE SPACES TO WS-DC-PRIOR-BALANCED.
           OPEN INPUT DAYCTL-FILE.
           IF WS-DAYCTL-STATUS = "00"
               MOVE 0 TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF = 1
                   READ DAYCTL-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-DC-EOF
                       NOT AT END
                           IF DCTL-DATE < WS-TODAY-DATE
                               MOVE 1 TO WS-DC-PRIOR-FOUND
                               MOVE DCTL-DATE TO WS-DC-PRIOR-DATE
                               MOVE DCTL-RUN-AT TO WS-DC-PRIOR-RUN-AT
                               MOVE DCTL-CLOSING TO WS-DC-PRIOR-CLOSING
                               MOVE DCTL-BALANCED
                                   TO WS-DC-PRIOR-BALANCED
                           ELSE
                               MOVE 1 TO WS-DC-EOF
                           END-IF
               END-PERFORM
               CLOSE DAYCTL-FILE
           END-IF.

       DC-COUNT-LIVE-FILE.
           MOVE 0 TO WS-DC-CLOSING.
           MOVE 0 TO WS-DC-OPEN-ROWS.
           MOVE 0 TO WS-DC-RESOLVED-ROWS.
           MOVE 0 TO WS-DC-DISMISSED-ROWS.
           MOVE 0 TO WS-DC-OTHER-ROWS.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-FILE-BUSY = 0
               MOVE 1 TO WS-DC-OK
           END-IF.
           IF WS-STUDENT-FILE-STATUS = "00" AND WS-FILE-BUSY = 0
               MOVE 0 TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF = 1
                   READ STUDENT-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-DC-EOF
                       NOT AT END
                           ADD 1 TO WS-DC-CLOSING
                           EVALUATE VIOLATION-STATUS
                               WHEN "O"
                               WHEN SPACE
                                   ADD 1 TO WS-DC-OPEN-ROWS
                               WHEN "R"
                                   ADD 1 TO WS-DC-RESOLVED-ROWS
                               WHEN "D"
                                   ADD 1 TO WS-DC-DISMISSED-ROWS
                               WHEN OTHER
                                   ADD 1 TO WS-DC-OTHER-ROWS
                           END-EVALUATE
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       DC-SCAN-AUDIT-LOG.
      * Takes every audit entry stamped after the last close and up to
      * this run.  Rows reach the file through ADD entries - batch
      * import rows carry a run identifier and pending approvals are
      * followed by an APPROVE entry - and leave it through DELETE
      * entries and the term-end job's ARCHIVE entry.
           MOVE 0 TO WS-DC-USER-COUNT.
           MOVE 0 TO WS-DC-USER-FULL.
           MOVE 0 TO WS-DC-ARCHIVED.
           MOVE 0 TO WS-DC-ADDS.
           MOVE 0 TO WS-DC-UPDATES.
           MOVE 0 TO WS-DC-DELETES.
           MOVE 0 TO WS-DC-RESOLVES.
           MOVE 0 TO WS-DC-APPROVALS.
           MOVE 0 TO WS-DC-IMPORTS.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE 0 TO WS-AUD-EOF
               PERFORM UNTIL WS-AUD-EOF = 1
                   READ AUDIT-LOG-FILE
                       AT END MOVE 1 TO WS-AUD-EOF
                       NOT AT END
                           PERFORM PARSE-AUDIT-LINE
                           IF (WS-AUD-WHEN > WS-DC-DAY-START
                               OR (WS-DC-PRIOR-FOUND = 0
                                   AND WS-AUD-WHEN = WS-DC-DAY-START))
                               AND WS-AUD-WHEN <= WS-DC-RUN-AT
                               PERFORM DC-TALLY-AUDIT-ENTRY
                           END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       DC-TALLY-AUDIT-ENTRY.
           EVALUATE WS-AUD-ACTION
               WHEN "ADD"
                   PERFORM DC-FIND-USER
                   ADD 1 TO WS-DC-ADDS
                   IF WS-DC-USER-FOUND > 0
                       ADD 1 TO WS-DC-U-ADDS (WS-DC-USER-FOUND)
                   END-IF
                   IF WS-AUD-RUN NOT = SPACES
                       ADD 1 TO WS-DC-IMPORTS
                       IF WS-DC-USER-FOUND > 0
                           ADD 1 TO WS-DC-U-IMPORTS (WS-DC-USER-FOUND)
                       END-IF
                   END-IF
               WHEN "UPDATE"
                   PERFORM DC-FIND-USER
                   ADD 1 TO WS-DC-UPDATES
                   IF WS-DC-USER-FOUND > 0
                       ADD 1 TO WS-DC-U-UPDATES (WS-DC-USER-FOUND)
                   END-IF
               WHEN "DELETE"
                   PERFORM DC-FIND-USER
                   ADD 1 TO WS-DC-DELETES
                   IF WS-DC-USER-FOUND > 0
                       ADD 1 TO WS-DC-U-DELETES (WS-DC-USER-FOUND)
                   END-IF
               WHEN "RESOLVE"
                   PERFORM DC-FIND-USER
                   ADD 1 TO WS-DC-RESOLVES
                   IF WS-DC-USER-FOUND > 0
                       ADD 1 TO WS-DC-U-RESOLVES (WS-DC-USER-FOUND)
                   END-IF
               WHEN "APPROVE"
                   PERFORM DC-FIND-USER
                   ADD 1 TO WS-DC-APPROVALS
                   IF WS-DC-USER-FOUND > 0
                       ADD 1 TO WS-DC-U-APPROVALS (WS-DC-USER-FOUND)
                   END-IF
               WHEN "ARCHIVE"
      *            New values read "Cutoff yyyy-mm-dd before nnnnnn
      *            archived nnnnnn kept nnnnnn".
                   IF WS-AUD-NEW (42:6) IS NUMERIC
                       MOVE WS-AUD-NEW (42:6) TO WS-DC-ARCH-ROWS
                       ADD WS-DC-ARCH-ROWS TO WS-DC-ARCHIVED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DC-FIND-USER.
      * Finds (or adds) WS-AUD-USER in the per-user table;
      * WS-DC-USER-FOUND is 0 once the table is full, so that user's
      * entries still count in the totals.
           MOVE 0 TO WS-DC-USER-FOUND.
           PERFORM VARYING WS-DC-USER-IDX FROM 1 BY 1
               UNTIL WS-DC-USER-IDX > WS-DC-USER-COUNT
               IF WS-DC-USER (WS-DC-USER-IDX) = WS-AUD-USER
                   MOVE WS-DC-USER-IDX TO WS-DC-USER-FOUND
               END-IF
           END-PERFORM.
           IF WS-DC-USER-FOUND = 0
               IF WS-DC-USER-COUNT < 50
                   ADD 1 TO WS-DC-USER-COUNT
                   MOVE WS-DC-USER-COUNT TO WS-DC-USER-FOUND
                   MOVE WS-AUD-USER TO WS-DC-USER (WS-DC-USER-FOUND)
                   MOVE 0 TO WS-DC-U-ADDS (WS-DC-USER-FOUND)
                   MOVE 0 TO WS-DC-U-UPDATES (WS-DC-USER-FOUND)
                   MOVE 0 TO WS-DC-U-DELETES (WS-DC-USER-FOUND)
                   MOVE 0 TO WS-DC-U-RESOLVES (WS-DC-USER-FOUND)
                   MOVE 0 TO WS-DC-U-APPROVALS (WS-DC-USER-FOUND)
                   MOVE 0 TO WS-DC-U-IMPORTS (WS-DC-USER-FOUND)
               ELSE
                   IF WS-DC-USER-FULL = 0
                       DISPLAY "Warning: more than 50 users on the "
                           "audit trail - per-user figures are "
                           "incomplete; totals are not affected."
                       MOVE 1 TO WS-DC-USER-FULL
                   END-IF
               END-IF
           END-IF.

       DC-PROVE-BALANCE.
      * With a previous close on file the opening is its closing
      * count.  The first close has nothing to carry, so its opening
      * is derived from its own activity and the chain starts there.
           IF WS-DC-PRIOR-FOUND = 1
               MOVE WS-DC-PRIOR-CLOSING TO WS-DC-OPENING
               COMPUTE WS-DC-EXPECTED = WS-DC-OPENING + WS-DC-ADDS
                   - WS-DC-DELETES - WS-DC-ARCHIVED
           ELSE
               COMPUTE WS-DC-EXPECTED = WS-DC-CLOSING - WS-DC-ADDS
                   + WS-DC-DELETES + WS-DC-ARCHIVED
               IF WS-DC-EXPECTED < 0
                   MOVE 0 TO WS-DC-OPENING
               ELSE
                   MOVE WS-DC-EXPECTED TO WS-DC-OPENING
               END-IF
               COMPUTE WS-DC-EXPECTED = WS-DC-OPENING + WS-DC-ADDS
                   - WS-DC-DELETES - WS-DC-ARCHIVED
           END-IF.
           COMPUTE WS-DC-DIFFERENCE = WS-DC-CLOSING - WS-DC-EXPECTED.
           MOVE WS-DC-DIFFERENCE TO WS-DC-DIFF-ED.
           IF WS-DC-DIFFERENCE = 0
               MOVE "Y" TO WS-DC-BALANCED
           ELSE
               MOVE "N" TO WS-DC-BALANCED
           END-IF.

       DC-PRINT-REPORT.
           MOVE SPACES TO WS-DC-LINE.
           STRING "DAILY CLOSE - " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "  run " DELIMITED BY SIZE
               WS-DC-RUN-AT DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WS-CURRENT-USER DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE "Live file closing count by status:" TO WS-DC-LINE.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           STRING "  Open       " DELIMITED BY SIZE
               WS-DC-OPEN-ROWS DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           STRING "  Resolved   " DELIMITED BY SIZE
               WS-DC-RESOLVED-ROWS DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           STRING "  Dismissed  " DELIMITED BY SIZE
               WS-DC-DISMISSED-ROWS DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           IF WS-DC-OTHER-ROWS > 0
               MOVE SPACES TO WS-DC-LINE
               STRING "  Other      " DELIMITED BY SIZE
                   WS-DC-OTHER-ROWS DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
               PERFORM WRITE-DAYCLOSE-LINE
           END-IF.
           MOVE SPACES TO WS-DC-LINE.
           STRING "  Total      " DELIMITED BY SIZE
               WS-DC-CLOSING DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           IF WS-DC-PRIOR-FOUND = 1
               STRING "Activity since the close of " DELIMITED BY SIZE
                   WS-DC-PRIOR-DATE DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
           ELSE
               MOVE "Activity today (first close on file):"
                   TO WS-DC-LINE
           END-IF.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           STRING "User                  Adds Updts Delts Rslvs "
               "Aprvs Impts" DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           PERFORM VARYING WS-DC-USER-IDX FROM 1 BY 1
               UNTIL WS-DC-USER-IDX > WS-DC-USER-COUNT
               MOVE SPACES TO WS-DC-LINE
               STRING WS-DC-USER (WS-DC-USER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DC-U-ADDS (WS-DC-USER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DC-U-UPDATES (WS-DC-USER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DC-U-DELETES (WS-DC-USER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DC-U-RESOLVES (WS-DC-USER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DC-U-APPROVALS (WS-DC-USER-IDX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DC-U-IMPORTS (WS-DC-USER-IDX) DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
               PERFORM WRITE-DAYCLOSE-LINE
           END-PERFORM.
           MOVE WS-DC-ADDS TO WS-DC-ADDS-ED.
           MOVE WS-DC-UPDATES TO WS-DC-UPDATES-ED.
           MOVE WS-DC-DELETES TO WS-DC-DELETES-ED.
           MOVE WS-DC-RESOLVES TO WS-DC-RESOLVES-ED.
           MOVE WS-DC-APPROVALS TO WS-DC-APPROVALS-ED.
           MOVE WS-DC-IMPORTS TO WS-DC-IMPORTS-ED.
           MOVE SPACES TO WS-DC-LINE.
           STRING "All users           " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DC-ADDS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DC-UPDATES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DC-DELETES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DC-RESOLVES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DC-APPROVALS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DC-IMPORTS-ED DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           IF WS-DC-ARCHIVED > 0
               MOVE SPACES TO WS-DC-LINE
               STRING "Rows moved to the term archive: "
                   DELIMITED BY SIZE
                   WS-DC-ARCHIVED DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
               PERFORM WRITE-DAYCLOSE-LINE
           END-IF.
           PERFORM DC-PRINT-PROOF.

       DC-PRINT-PROOF.
           MOVE SPACES TO WS-DC-LINE.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE "Balance proof:" TO WS-DC-LINE.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           IF WS-DC-PRIOR-FOUND = 1
               STRING "  Opening (closing of " DELIMITED BY SIZE
                   WS-DC-PRIOR-DATE DELIMITED BY SIZE
                   ")  " DELIMITED BY SIZE
                   WS-DC-OPENING DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
           ELSE
               STRING "  Opening (derived - first close) "
                   DELIMITED BY SIZE
                   WS-DC-OPENING DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           STRING "  + adds " DELIMITED BY SIZE
               WS-DC-ADDS DELIMITED BY SIZE
               "  - deletes " DELIMITED BY SIZE
               WS-DC-DELETES DELIMITED BY SIZE
               "  - archived " DELIMITED BY SIZE
               WS-DC-ARCHIVED DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           MOVE SPACES TO WS-DC-LINE.
           STRING "  Closing count " DELIMITED BY SIZE
               WS-DC-CLOSING DELIMITED BY SIZE
               "  difference " DELIMITED BY SIZE
               WS-DC-DIFF-ED DELIMITED BY SIZE
               INTO WS-DC-LINE
           END-STRING.
           PERFORM WRITE-DAYCLOSE-LINE.
           IF WS-DC-BALANCED = "Y"
               MOVE "IN BALANCE." TO WS-DC-LINE
           ELSE
               MOVE SPACES TO WS-DC-LINE
               STRING "*** OUT OF BALANCE *** - rows changed without "
                   "an audit entry (failed write, restored or edited "
                   "STUDENT.dat) - investigate today." DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-DAYCLOSE-LINE.
           IF WS-DC-PRIOR-FOUND = 1 AND WS-DC-PRIOR-BALANCED = "N"
               MOVE SPACES TO WS-DC-LINE
               STRING "Note: the close of " DELIMITED BY SIZE
                   WS-DC-PRIOR-DATE DELIMITED BY SIZE
                   " was itself out of balance." DELIMITED BY SIZE
                   INTO WS-DC-LINE
               END-STRING
               PERFORM WRITE-DAYCLOSE-LINE
           END-IF.

       DC-WRITE-CONTROL-ROW.
           OPEN I-O DAYCTL-FILE.
           IF WS-DAYCTL-STATUS = "35"
               OPEN OUTPUT DAYCTL-FILE
               CLOSE DAYCTL-FILE
               OPEN I-O DAYCTL-FILE
           END-IF.
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "Error: could not open DAYCTL.dat (status "
                   WS-DAYCTL-STATUS ") - control totals not saved."
           ELSE
               MOVE WS-TODAY-DATE TO DCTL-DATE
               MOVE WS-DC-RUN-AT TO DCTL-RUN-AT
               MOVE WS-CURRENT-USER TO DCTL-RUN-BY
               MOVE WS-DC-PRIOR-DATE TO DCTL-PRIOR-DATE
               MOVE WS-DC-OPENING TO DCTL-OPENING
               MOVE WS-DC-ADDS TO DCTL-ADDS
               MOVE WS-DC-UPDATES TO DCTL-UPDATES
               MOVE WS-DC-DELETES TO DCTL-DELETES
               MOVE WS-DC-ARCHIVED TO DCTL-ARCHIVED
               MOVE WS-DC-RESOLVES TO DCTL-RESOLVES
               MOVE WS-DC-APPROVALS TO DCTL-APPROVALS
               MOVE WS-DC-IMPORTS TO DCTL-IMPORTS
               MOVE WS-DC-CLOSING TO DCTL-CLOSING
               MOVE WS-DC-OPEN-ROWS TO DCTL-OPEN-ROWS
               MOVE WS-DC-RESOLVED-ROWS TO DCTL-RESOLVED-ROWS
               MOVE WS-DC-DISMISSED-ROWS TO DCTL-DISMISSED-ROWS
               MOVE WS-DC-OTHER-ROWS TO DCTL-OTHER-ROWS
               MOVE WS-DC-BALANCED TO DCTL-BALANCED
               WRITE DAYCTL-RECORD
                   INVALID KEY
                       REWRITE DAYCTL-RECORD
               END-WRITE
               CLOSE DAYCTL-FILE
               MOVE "DAYCLOSE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-STUDENT-ID
               MOVE 0 TO WS-VIOLATION-COUNT
               MOVE "N/A" TO WS-AUDIT-OLD-VALUES
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING WS-TODAY-DATE DELIMITED BY SIZE
                   " opening " DELIMITED BY SIZE
                   WS-DC-OPENING DELIMITED BY SIZE
                   " closing " DELIMITED BY SIZE
                   WS-DC-CLOSING DELIMITED BY SIZE
                   " balanced " DELIMITED BY SIZE
                   WS-DC-BALANCED DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       DAILY-CLOSE-HISTORY.
           DISPLAY " "
           DISPLAY "Date       Opening   Adds Deletes Archvd Closing "
               "Balanced".
           MOVE 0 TO WS-DC-EOF.
           OPEN INPUT DAYCTL-FILE.
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "No control history on file."
               MOVE 1 TO WS-DC-EOF
           END-IF.
           PERFORM UNTIL WS-DC-EOF = 1
               READ DAYCTL-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-DC-EOF
                   NOT AT END
                       DISPLAY DCTL-DATE " " DCTL-OPENING " "
                           DCTL-ADDS " " DCTL-DELETES " "
                           DCTL-ARCHIVED " " DCTL-CLOSING "  "
                           DCTL-BALANCED
           END-PERFORM.
           IF WS-DAYCTL-STATUS = "00"
               CLOSE DAYCTL-FILE
           END-IF.

       WRITE-DAYCLOSE-LINE.
           DISPLAY WS-DC-LINE.
           WRITE REPORT-RECORD FROM WS-DC-LINE.

       ADVISER-MENU.
           DISPLAY " "
           DISPLAY "- SECTION ADVISERS -"
           DISPLAY "1 - Add / Update Section Adviser"
           DISPLAY "2 - List Section Advisers"
           DISPLAY "3 - Print Adviser Notice Packets"
           DISPLAY "4 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-ADVISER-CHOICE.
           EVALUATE WS-ADVISER-CHOICE
               WHEN 1
                   PERFORM ADVISER-ADD-UPDATE
               WHEN 2
                   PERFORM ADVISER-LIST
               WHEN 3
                   PERFORM ADVISER-PACKETS
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       ADVISER-ADD-UPDATE.
           DISPLAY "Enter Year-Section: " WITH NO ADVANCING.
           ACCEPT WS-ADV-SECTION.
           IF WS-ADV-SECTION = SPACES
               DISPLAY "Section cannot be blank."
           ELSE
               DISPLAY "Enter Adviser Name: " WITH NO ADVANCING
               ACCEPT WS-ADV-NAME
               DISPLAY "Enter Department: " WITH NO ADVANCING
               ACCEPT WS-ADV-DEPARTMENT
               DISPLAY "Enter Contact Phone / Local: "
                   WITH NO ADVANCING
               ACCEPT WS-ADV-PHONE
               DISPLAY "Enter Contact E-mail: " WITH NO ADVANCING
               ACCEPT WS-ADV-EMAIL
               IF WS-ADV-NAME = SPACES
                   DISPLAY "Adviser name cannot be blank."
               ELSE
                   PERFORM WRITE-ADVISER-RECORD
               END-IF
           END-IF.

       WRITE-ADVISER-RECORD.
      * A section has one adviser at a time; keying a section already
      * on file replaces its adviser and contact details.
           OPEN I-O ADVISER-FILE.
           IF WS-ADVISER-STATUS = "35"
               OPEN OUTPUT ADVISER-FILE
               CLOSE ADVISER-FILE
               OPEN I-O ADVISER-FILE
           END-IF.
           MOVE WS-ADV-SECTION TO ADV-SECTION.
           READ ADVISER-FILE
               INVALID KEY
                   MOVE WS-ADV-SECTION TO ADV-SECTION
                   MOVE WS-ADV-NAME TO ADV-NAME
                   MOVE WS-ADV-DEPARTMENT TO ADV-DEPARTMENT
                   MOVE WS-ADV-PHONE TO ADV-PHONE
                   MOVE WS-ADV-EMAIL TO ADV-EMAIL
                   WRITE ADVISER-RECORD
                       INVALID KEY
                           DISPLAY "Error: could not add the adviser "
                               "for section " WS-ADV-SECTION "."
                       NOT INVALID KEY
                           DISPLAY "Adviser for section "
                               WS-ADV-SECTION " added."
                           PERFORM WRITE-ADVISER-AUDIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ADV-NAME TO ADV-NAME
                   MOVE WS-ADV-DEPARTMENT TO ADV-DEPARTMENT
                   MOVE WS-ADV-PHONE TO ADV-PHONE
                   MOVE WS-ADV-EMAIL TO ADV-EMAIL
                   REWRITE ADVISER-RECORD
                   DISPLAY "Adviser for section " WS-ADV-SECTION
                       " updated."
                   PERFORM WRITE-ADVISER-AUDIT
           END-READ.
           CLOSE ADVISER-FILE.

       WRITE-ADVISER-AUDIT.
           MOVE "ADVISER" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-STUDENT-ID.
           MOVE 0 TO WS-VIOLATION-COUNT.
           MOVE "N/A" TO WS-AUDIT-OLD-VALUES.
           MOVE SPACES TO WS-AUDIT-NEW-VALUES.
           STRING ADV-SECTION DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ADV-NAME DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ADV-DEPARTMENT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ADV-PHONE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ADV-EMAIL DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUES
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

       ADVISER-LIST.
           DISPLAY " "
           DISPLAY "Section         Adviser                        "
               "Department".
           MOVE 0 TO WS-ADVISER-EOF.
           OPEN INPUT ADVISER-FILE.
           IF WS-ADVISER-STATUS NOT = "00"
               DISPLAY "No adviser directory on file."
               MOVE 1 TO WS-ADVISER-EOF
           END-IF.
           PERFORM UNTIL WS-ADVISER-EOF = 1
               READ ADVISER-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-ADVISER-EOF
                   NOT AT END
                       DISPLAY ADV-SECTION " " ADV-NAME " "
                           ADV-DEPARTMENT
                       DISPLAY "                Contact: " ADV-PHONE
                           " " ADV-EMAIL
           END-PERFORM.
           IF WS-ADVISER-STATUS = "00" OR WS-ADVISER-STATUS = "10"
               CLOSE ADVISER-FILE
           END-IF.

       OPEN-ADVISER-FOR-LOOKUP.
           MOVE 0 TO WS-ADVISER-AVAILABLE.
           OPEN INPUT ADVISER-FILE.
           IF WS-ADVISER-STATUS = "00"
               MOVE 1 TO WS-ADVISER-AVAILABLE
           END-IF.

       CLOSE-ADVISER-AFTER-LOOKUP.
           IF WS-ADVISER-AVAILABLE = 1
               CLOSE ADVISER-FILE
               MOVE 0 TO WS-ADVISER-AVAILABLE
           END-IF.

       READ-ADVISER-RECORD.
      * ADV-SECTION must be set by the caller and the directory opened
      * via OPEN-ADVISER-FOR-LOOKUP.
           MOVE 0 TO WS-ADVISER-FOUND.
           IF WS-ADVISER-AVAILABLE = 1
               READ ADVISER-FILE
                   INVALID KEY MOVE 0 TO WS-ADVISER-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-ADVISER-FOUND
               END-READ
           END-IF.

       FETCH-ADVISER.
      * Looks up the adviser for WS-ADV-SECTION into ADVISER-RECORD;
      * WS-ADVISER-FOUND is 0 when the section has none on file.
           PERFORM OPEN-ADVISER-FOR-LOOKUP.
           MOVE WS-ADV-SECTION TO ADV-SECTION.
           PERFORM READ-ADVISER-RECORD.
           PERFORM CLOSE-ADVISER-AFTER-LOOKUP.

       ADVISER-PACKETS.
           DISPLAY " "
           DISPLAY "- ADVISER NOTICE PACKETS -".
           PERFORM ADVISER-PACKETS-PASS.
           IF WS-PKT-OK = 1
               DISPLAY " "
               DISPLAY WS-PKT-PACKETS " packet(s) covering "
                   WS-PKT-NOTICES " notice(s) written to PACKETS.dat."
               IF WS-PKT-UNASSIGNED > 0
                   DISPLAY WS-PKT-UNASSIGNED " unprinted notice(s) "
                       "left out - no adviser on file for the "
                       "section; they are listed at the end of "
                       "PACKETS.dat."
               END-IF
           END-IF.

       ADVISER-PACKETS-PASS.
      * Gathers every notice not yet printed, sorts the notices by
      * adviser, section and student, and writes one packet per
      * adviser to PACKETS.dat: the notices, each student's open
      * violations and open sanctions, and an acknowledgment slip
      * listing the notices.  Each packeted notice is marked printed
      * on the register.  Notices for a section with no adviser on
      * file are listed after the packets and left unprinted.
      * WS-PKT-OK is 0 when the live file could not be read.
           MOVE 0 TO WS-PKT-OK.
           MOVE 0 TO WS-PKT-PACKETS.
           MOVE 0 TO WS-PKT-NOTICES.
           MOVE 0 TO WS-PKT-UNASSIGNED.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-FILE-BUSY = 0
               MOVE 1 TO WS-PKT-OK
               MOVE 0 TO WS-PKT-VIOL-OK
               IF WS-STUDENT-FILE-STATUS NOT = "35"
                   MOVE 1 TO WS-PKT-VIOL-OK
               END-IF
               PERFORM GET-TODAY-DATE
               PERFORM OPEN-ADVISER-FOR-LOOKUP
               SORT NOTICE-SORT-FILE
                   ON ASCENDING KEY NSR-NO-ADVISER
                   ON ASCENDING KEY NSR-ADVISER-NAME
                   ON ASCENDING KEY NSR-SECTION
                   ON ASCENDING KEY NSR-STUDENT-ID
                   ON ASCENDING KEY NSR-LEVEL
                   INPUT PROCEDURE IS PACKET-RELEASE-NOTICES
                   GIVING SORTED-NOTICE-FILE
               MOVE 0 TO WS-PKT-SANC-OK
               OPEN INPUT SANCTION-FILE
               IF WS-SANCTION-FILE-STATUS = "00"
                   MOVE 1 TO WS-PKT-SANC-OK
               END-IF
               MOVE 0 TO WS-PKT-REG-OK
               OPEN I-O NOTEREG-FILE
               IF WS-NOTEREG-STATUS = "00"
                   MOVE 1 TO WS-PKT-REG-OK
               END-IF
               OPEN OUTPUT PACKET-FILE
               OPEN INPUT SORTED-NOTICE-FILE
               PERFORM PACKET-WRITE-ALL
               CLOSE SORTED-NOTICE-FILE
               CLOSE PACKET-FILE
               IF WS-PKT-REG-OK = 1
                   CLOSE NOTEREG-FILE
               END-IF
               IF WS-PKT-SANC-OK = 1
                   CLOSE SANCTION-FILE
               END-IF
               PERFORM CLOSE-ADVISER-AFTER-LOOKUP
               IF WS-PKT-VIOL-OK = 1
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.

       PACKET-RELEASE-NOTICES.
           MOVE 0 TO WS-NOTEREG-EOF.
           OPEN INPUT NOTEREG-FILE.
           IF WS-NOTEREG-STATUS = "35"
               MOVE 1 TO WS-NOTEREG-EOF
           END-IF.
           PERFORM OPEN-MASTER-FOR-LOOKUP.
           PERFORM UNTIL WS-NOTEREG-EOF = 1
               READ NOTEREG-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-NOTEREG-EOF
                   NOT AT END
                       IF NOTEREG-PRINTED NOT = "Y"
                           MOVE 0 TO WS-AGE-DAYS
                           PERFORM RELEASE-NOTICE-SORT-ROW
                       END-IF
           END-PERFORM.
           PERFORM CLOSE-MASTER-AFTER-LOOKUP.
           IF WS-NOTEREG-STATUS NOT = "35"
               CLOSE NOTEREG-FILE
           END-IF.

       RELEASE-NOTICE-SORT-ROW.
      * Builds one sort row from the register row in NOTEREG-RECORD:
      * name, course and section from the master, the section's
      * adviser from the directory, and WS-AGE-DAYS as the notice's
      * age.  Needs the master and the directory open for lookup.
           MOVE NOTEREG-STUDENT-ID TO NSR-STUDENT-ID.
           MOVE NOTEREG-LEVEL TO NSR-LEVEL.
           MOVE NOTEREG-ISSUED-DATE TO NSR-ISSUED.
           MOVE NOTEREG-PRINTED TO NSR-PRINTED.
           MOVE WS-AGE-DAYS TO NSR-AGE-DAYS.
           MOVE NOTEREG-STUDENT-ID TO MASTER-STUDENT-ID.
           PERFORM READ-MASTER-RECORD.
           IF WS-MASTER-FOUND = 1
               MOVE MASTER-STUDENT-NAME TO NSR-STUDENT-NAME
               MOVE MASTER-COURSE TO NSR-COURSE
               MOVE MASTER-SECTION TO NSR-SECTION
           ELSE
               MOVE SPACES TO NSR-STUDENT-NAME
               MOVE SPACES TO NSR-COURSE
               MOVE SPACES TO NSR-SECTION
           END-IF.
           MOVE 0 TO WS-ADVISER-FOUND.
           IF NSR-SECTION NOT = SPACES
               MOVE NSR-SECTION TO ADV-SECTION
               PERFORM READ-ADVISER-RECORD
           END-IF.
           IF WS-ADVISER-FOUND = 1
               MOVE 0 TO NSR-NO-ADVISER
               MOVE ADV-NAME TO NSR-ADVISER-NAME
           ELSE
               MOVE 1 TO NSR-NO-ADVISER
               MOVE SPACES TO NSR-ADVISER-NAME
           END-IF.
           RELEASE NOTICE-SORT-RECORD.

       PACKET-WRITE-ALL.
      * Control breaks on the sorted notices: a new adviser closes the
      * previous packet and opens the next, a new student closes the
      * previous student's block with the open-items summary.
           MOVE 0 TO WS-PKT-EOF.
           MOVE 0 TO WS-PKT-IN-PACKET.
           MOVE SPACES TO WS-PKT-ADVISER.
           MOVE SPACES TO WS-PKT-STUDENT-ID.
           PERFORM UNTIL WS-PKT-EOF = 1
               READ SORTED-NOTICE-FILE
                   AT END MOVE 1 TO WS-PKT-EOF
                   NOT AT END
                       IF SNT-NO-ADVISER = 1
                           PERFORM PACKET-LIST-UNASSIGNED
                       ELSE
                           PERFORM PACKET-ONE-NOTICE
                       END-IF
           END-PERFORM.
           IF WS-PKT-IN-PACKET = 1
               PERFORM PACKET-CLOSE-PACKET
           END-IF.
           IF WS-PKT-NOTICES = 0 AND WS-PKT-UNASSIGNED = 0
               MOVE "No unprinted notices on the register."
                   TO WS-PKT-LINE
               PERFORM WRITE-PACKET-LINE
               DISPLAY "No unprinted notices on the register."
           END-IF.

       PACKET-ONE-NOTICE.
           IF WS-PKT-IN-PACKET = 0
               OR SNT-ADVISER-NAME NOT = WS-PKT-ADVISER
               IF WS-PKT-IN-PACKET = 1
                   PERFORM PACKET-CLOSE-PACKET
               END-IF
               PERFORM PACKET-OPEN-PACKET
           END-IF.
           IF SNT-STUDENT-ID NOT = WS-PKT-STUDENT-ID
               IF WS-PKT-STUDENT-ID NOT = SPACES
                   PERFORM PACKET-STUDENT-SUMMARY
               END-IF
               PERFORM PACKET-STUDENT-HEADING
           END-IF.
           PERFORM PACKET-WRITE-NOTICE.
           PERFORM PACKET-MARK-PRINTED.
           ADD 1 TO WS-PKT-NOTICES.
           IF WS-PKT-SLIP-COUNT < 100
               ADD 1 TO WS-PKT-SLIP-COUNT
               MOVE SNT-STUDENT-ID
                   TO WS-PKT-SLIP-ID (WS-PKT-SLIP-COUNT)
               MOVE SNT-STUDENT-NAME
                   TO WS-PKT-SLIP-NAME (WS-PKT-SLIP-COUNT)
               MOVE SNT-LEVEL TO WS-PKT-SLIP-LEVEL (WS-PKT-SLIP-COUNT)
               MOVE SNT-ISSUED
                   TO WS-PKT-SLIP-ISSUED (WS-PKT-SLIP-COUNT)
           ELSE
               ADD 1 TO WS-PKT-SLIP-OVER
           END-IF.

       PACKET-OPEN-PACKET.
      * Adviser details come from the directory row of the first
      * section in the packet; an adviser with several sections gets
      * them all in one packet.
           ADD 1 TO WS-PKT-PACKETS.
           MOVE 1 TO WS-PKT-IN-PACKET.
           MOVE SNT-ADVISER-NAME TO WS-PKT-ADVISER.
           MOVE SPACES TO WS-PKT-STUDENT-ID.
           MOVE 0 TO WS-PKT-SLIP-COUNT.
           MOVE 0 TO WS-PKT-SLIP-OVER.
           MOVE SNT-SECTION TO ADV-SECTION.
           PERFORM READ-ADVISER-RECORD.
           MOVE ALL "=" TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "ADVISER NOTICE PACKET - prepared "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "Adviser: " DELIMITED BY SIZE
               WS-PKT-ADVISER DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.
           IF WS-ADVISER-FOUND = 1
               MOVE SPACES TO WS-PKT-LINE
               STRING "Department: " DELIMITED BY SIZE
                   ADV-DEPARTMENT DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE
               MOVE SPACES TO WS-PKT-LINE
               STRING "Contact: " DELIMITED BY SIZE
                   ADV-PHONE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ADV-EMAIL DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE
           END-IF.
           MOVE SPACES TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           DISPLAY "Packet for " WS-PKT-ADVISER.

       PACKET-STUDENT-HEADING.
           MOVE SNT-STUDENT-ID TO WS-PKT-STUDENT-ID.
           MOVE ALL "-" TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "Student: " DELIMITED BY SIZE
               SNT-STUDENT-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               SNT-STUDENT-ID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "Section: " DELIMITED BY SIZE
               SNT-SECTION DELIMITED BY SIZE
               "  Course: " DELIMITED BY SIZE
               SNT-COURSE DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.

       PACKET-WRITE-NOTICE.
           MOVE SNT-LEVEL TO WS-PKT-TEXT-LEVEL.
           PERFORM SET-PACKET-LEVEL-TEXT.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "  NOTICE OF SANCTION - " DELIMITED BY SIZE
               WS-PKT-LEVEL-TEXT DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "  Date Issued: " DELIMITED BY SIZE
               SNT-ISSUED DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.

       SET-PACKET-LEVEL-TEXT.
      * Sanction wording for level WS-PKT-TEXT-LEVEL.
           IF WS-PKT-TEXT-LEVEL >= 1 AND WS-PKT-TEXT-LEVEL <= 3
               MOVE WS-SANCTION-TEXT (WS-PKT-TEXT-LEVEL)
                   TO WS-PKT-LEVEL-TEXT
           ELSE
               MOVE SPACES TO WS-PKT-LEVEL-TEXT
               STRING "LEVEL " DELIMITED BY SIZE
                   WS-PKT-TEXT-LEVEL DELIMITED BY SIZE
                   INTO WS-PKT-LEVEL-TEXT
               END-STRING
           END-IF.

       PACKET-MARK-PRINTED.
           IF WS-PKT-REG-OK = 1
               MOVE SNT-STUDENT-ID TO NOTEREG-STUDENT-ID
               MOVE SNT-LEVEL TO NOTEREG-LEVEL
               READ NOTEREG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO NOTEREG-PRINTED
                       REWRITE NOTEREG-RECORD
                       MOVE "NOTICE" TO WS-AUDIT-ACTION
                       MOVE SNT-STUDENT-ID TO WS-STUDENT-ID
                       MOVE 0 TO WS-VIOLATION-COUNT
                       MOVE "N/A" TO WS-AUDIT-OLD-VALUES
                       MOVE SPACES TO WS-AUDIT-NEW-VALUES
                       STRING "Level " DELIMITED BY SIZE
                           NOTEREG-LEVEL DELIMITED BY SIZE
                           "/marked printed (adviser packet)"
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-NEW-VALUES
                       END-STRING
                       PERFORM WRITE-AUDIT-LOG
               END-READ
           END-IF.

       PACKET-STUDENT-SUMMARY.
      * Open violations and open sanctions for WS-PKT-STUDENT-ID,
      * closing the student's block in the packet.
           MOVE "  Open violations:" TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-ITEMS.
           MOVE 1 TO WS-EOF.
           IF WS-PKT-VIOL-OK = 1
               MOVE 0 TO WS-EOF
               MOVE WS-PKT-STUDENT-ID TO STUDENT-ID
               START STUDENT-FILE KEY IS >= STUDENT-ID
                   INVALID KEY MOVE 1 TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 1
               READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF STUDENT-ID = WS-PKT-STUDENT-ID
                           IF VIOLATION-STATUS = "O"
                               OR VIOLATION-STATUS = SPACE
                               PERFORM PACKET-VIOLATION-LINE
                           END-IF
                       ELSE
                           MOVE 1 TO WS-EOF
                       END-IF
           END-PERFORM.
           IF WS-PKT-ITEMS = 0
               MOVE "    (none)" TO WS-PKT-LINE
               PERFORM WRITE-PACKET-LINE
           END-IF.
           MOVE "  Open sanctions:" TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-ITEMS.
           IF WS-PKT-SANC-OK = 1
               PERFORM VARYING WS-PKT-LEVEL FROM 1 BY 1
                   UNTIL WS-PKT-LEVEL > 3
                   MOVE WS-PKT-STUDENT-ID TO SANCTION-STUDENT-ID
                   MOVE WS-PKT-LEVEL TO SANCTION-LEVEL
                   READ SANCTION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SANCTION-STATUS = "O"
                               PERFORM PACKET-SANCTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PKT-ITEMS = 0
               MOVE "    (none)" TO WS-PKT-LINE
               PERFORM WRITE-PACKET-LINE
           END-IF.
           MOVE SPACES TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.

       PACKET-VIOLATION-LINE.
           ADD 1 TO WS-PKT-ITEMS.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "    #" DELIMITED BY SIZE
               VIOLATION-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VIOLATION-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VIOLATION-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VIOLATION-REMARKS DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.

       PACKET-SANCTION-LINE.
           ADD 1 TO WS-PKT-ITEMS.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "    Level " DELIMITED BY SIZE
               SANCTION-LEVEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SANCTION-DESC DELIMITED BY SIZE
               " since " DELIMITED BY SIZE
               SANCTION-DATE DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.
           IF SANCTION-HOURS-REQ > 0
               MOVE SANCTION-HOURS-REQ TO WS-SVC-REQ-ED
               MOVE SANCTION-HOURS-DONE TO WS-SVC-DONE-ED
               MOVE SPACES TO WS-PKT-LINE
               STRING "      Service hours: " DELIMITED BY SIZE
                   WS-SVC-DONE-ED DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   WS-SVC-REQ-ED DELIMITED BY SIZE
                   " rendered, due " DELIMITED BY SIZE
                   SANCTION-HOURS-DUE DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE
           END-IF.

       PACKET-CLOSE-PACKET.
      * Finishes the last student's block and writes the adviser's
      * acknowledgment slip, one line per notice in the packet.
           IF WS-PKT-STUDENT-ID NOT = SPACES
               PERFORM PACKET-STUDENT-SUMMARY
           END-IF.
           MOVE ALL "-" TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE "ACKNOWLEDGMENT SLIP - return to the discipline office"
               TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "Adviser: " DELIMITED BY SIZE
               WS-PKT-ADVISER DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.
           MOVE "I acknowledge receipt of the following notice(s):"
               TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           PERFORM VARYING WS-PKT-SLIP-IDX FROM 1 BY 1
               UNTIL WS-PKT-SLIP-IDX > WS-PKT-SLIP-COUNT
               MOVE WS-PKT-SLIP-LEVEL (WS-PKT-SLIP-IDX)
                   TO WS-PKT-TEXT-LEVEL
               PERFORM SET-PACKET-LEVEL-TEXT
               MOVE SPACES TO WS-PKT-LINE
               STRING "  [ ] " DELIMITED BY SIZE
                   WS-PKT-SLIP-ID (WS-PKT-SLIP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PKT-SLIP-NAME (WS-PKT-SLIP-IDX)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PKT-LEVEL-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PKT-SLIP-ISSUED (WS-PKT-SLIP-IDX)
                   DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE
           END-PERFORM.
           IF WS-PKT-SLIP-OVER > 0
               MOVE SPACES TO WS-PKT-LINE
               STRING "  ... and " DELIMITED BY SIZE
                   WS-PKT-SLIP-OVER DELIMITED BY SIZE
                   " more notice(s) listed in this packet"
                   DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE
           END-IF.
           MOVE SPACES TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           STRING "Adviser's signature: ________________________"
               "   Date: ____________" DELIMITED BY SIZE
               INTO WS-PKT-LINE
           END-STRING.
           PERFORM WRITE-PACKET-LINE.
           MOVE SPACES TO WS-PKT-LINE.
           PERFORM WRITE-PACKET-LINE.
           PERFORM WRITE-PACKET-LINE.
           MOVE 0 TO WS-PKT-IN-PACKET.

       PACKET-LIST-UNASSIGNED.
      * The notices with no adviser sort last; the first of them
      * closes the final packet and starts the exceptions list.
           IF WS-PKT-IN-PACKET = 1
               PERFORM PACKET-CLOSE-PACKET
           END-IF.
           IF WS-PKT-UNASSIGNED = 0
               MOVE ALL "=" TO WS-PKT-LINE
               PERFORM WRITE-PACKET-LINE
               MOVE "NOTICES NOT PACKETED - NO ADVISER ON FILE"
                   TO WS-PKT-LINE
               PERFORM WRITE-PACKET-LINE
               MOVE SPACES TO WS-PKT-LINE
               STRING "Add the section under Section Advisers and "
                   "print the packets again." DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE
           END-IF.
           ADD 1 TO WS-PKT-UNASSIGNED.
           MOVE SNT-LEVEL TO WS-PKT-TEXT-LEVEL.
           PERFORM SET-PACKET-LEVEL-TEXT.
           MOVE SPACES TO WS-PKT-LINE.
           IF SNT-SECTION = SPACES
               STRING "  " DELIMITED BY SIZE
                   SNT-STUDENT-ID DELIMITED BY SIZE
                   " (not on the student master) " DELIMITED BY SIZE
                   WS-PKT-LEVEL-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SNT-ISSUED DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   SNT-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SNT-STUDENT-NAME DELIMITED BY SIZE
                   " Section " DELIMITED BY SIZE
                   SNT-SECTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PKT-LEVEL-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SNT-ISSUED DELIMITED BY SIZE
                   INTO WS-PKT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-PACKET-LINE.

       WRITE-PACKET-LINE.
           WRITE PACKET-RECORD FROM WS-PKT-LINE.

       GUARDIAN-MENU.
           DISPLAY " "
           DISPLAY "- GUARDIAN CONTACTS -"
           DISPLAY "1 - Add / Update Guardian Contact"
           DISPLAY "2 - View Guardian and Contact History"
           DISPLAY "3 - Log Guardian Contact Attempt"
           DISPLAY "4 - Load Guardian Contacts from GRDLOAD.dat"
           DISPLAY "5 - Guardian Contact Exceptions Report"
           DISPLAY "6 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-GUARDIAN-CHOICE.
           EVALUATE WS-GUARDIAN-CHOICE
               WHEN 1
                   PERFORM GUARDIAN-ADD-UPDATE
               WHEN 2
                   PERFORM GUARDIAN-VIEW
               WHEN 3
                   PERFORM GUARDIAN-LOG-CONTACT
               WHEN 4
                   PERFORM GUARDIAN-LOAD
               WHEN 5
                   PERFORM GUARDIAN-EXCEPTIONS
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       GUARDIAN-ADD-UPDATE.
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           PERFORM FETCH-MASTER-DEMOGRAPHICS.
           IF WS-MASTER-FOUND = 0
               DISPLAY "Student ID " WS-STUDENT-ID " is not on the "
                   "student master - add the student under Student "
                   "Master Maintenance first."
           ELSE
               DISPLAY "Student: " WS-STUDENT-NAME " "
                   WS-STUDENT-SECTION
               PERFORM FETCH-GUARDIAN
               IF WS-GUARDIAN-FOUND = 1
                   DISPLAY "On file: " GRD-NAME " (" GRD-RELATION ") "
                       GRD-PHONE
               END-IF
               DISPLAY "Enter Guardian Name: " WITH NO ADVANCING
               ACCEPT WS-GRD-NAME
               DISPLAY "Enter Relationship (e.g. MOTHER): "
                   WITH NO ADVANCING
               ACCEPT WS-GRD-RELATION
               DISPLAY "Enter Address Line 1: " WITH NO ADVANCING
               ACCEPT WS-GRD-ADDRESS-1
               DISPLAY "Enter Address Line 2: " WITH NO ADVANCING
               ACCEPT WS-GRD-ADDRESS-2
               DISPLAY "Enter Phone: " WITH NO ADVANCING
               ACCEPT WS-GRD-PHONE
               EVALUATE TRUE
                   WHEN WS-GRD-NAME = SPACES
                       DISPLAY "Guardian name cannot be blank."
                   WHEN WS-GRD-PHONE = SPACES
                       AND WS-GRD-ADDRESS-1 = SPACES
                       DISPLAY "An address or a phone number is "
                           "required."
                   WHEN OTHER
                       OPEN I-O GUARDIAN-FILE
                       IF WS-GUARDIAN-STATUS = "35"
                           OPEN OUTPUT GUARDIAN-FILE
                           CLOSE GUARDIAN-FILE
                           OPEN I-O GUARDIAN-FILE
                       END-IF
                       PERFORM GUARDIAN-STORE-ROW
                       CLOSE GUARDIAN-FILE
                       EVALUATE WS-GRD-RESULT
                           WHEN "A"
                               DISPLAY "Guardian contact added."
                           WHEN "U"
                               DISPLAY "Guardian contact updated."
                           WHEN "S"
                               DISPLAY "No change - contact already "
                                   "on file as keyed."
                           WHEN OTHER
                               DISPLAY "Error: could not record the "
                                   "guardian contact."
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       GUARDIAN-STORE-ROW.
      * GUARDIAN-FILE must be open I-O.  Adds or replaces the contact
      * for WS-STUDENT-ID from the WS-GRD- fields, sets WS-GRD-RESULT
      * and cuts an audit entry for every change.
           MOVE "E" TO WS-GRD-RESULT.
           MOVE WS-STUDENT-ID TO GRD-STUDENT-ID.
           READ GUARDIAN-FILE
               INVALID KEY
                   PERFORM GET-TODAY-DATE
                   MOVE WS-STUDENT-ID TO GRD-STUDENT-ID
                   MOVE WS-GRD-NAME TO GRD-NAME
                   MOVE WS-GRD-RELATION TO GRD-RELATION
                   MOVE WS-GRD-ADDRESS-1 TO GRD-ADDRESS-1
                   MOVE WS-GRD-ADDRESS-2 TO GRD-ADDRESS-2
                   MOVE WS-GRD-PHONE TO GRD-PHONE
                   MOVE WS-TODAY-DATE TO GRD-UPDATED
                   MOVE "N/A" TO WS-AUDIT-OLD-VALUES
                   WRITE GUARDIAN-RECORD
                       INVALID KEY
                           MOVE "E" TO WS-GRD-RESULT
                       NOT INVALID KEY
                           MOVE "A" TO WS-GRD-RESULT
                   END-WRITE
               NOT INVALID KEY
                   IF GRD-NAME = WS-GRD-NAME
                       AND GRD-RELATION = WS-GRD-RELATION
                       AND GRD-ADDRESS-1 = WS-GRD-ADDRESS-1
                       AND GRD-ADDRESS-2 = WS-GRD-ADDRESS-2
                       AND GRD-PHONE = WS-GRD-PHONE
                       MOVE "S" TO WS-GRD-RESULT
                   ELSE
                       PERFORM GET-TODAY-DATE
                       MOVE SPACES TO WS-AUDIT-OLD-VALUES
                       STRING GRD-NAME DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           GRD-RELATION DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           GRD-PHONE DELIMITED BY SIZE
                           INTO WS-AUDIT-OLD-VALUES
                       END-STRING
                       MOVE WS-GRD-NAME TO GRD-NAME
                       MOVE WS-GRD-RELATION TO GRD-RELATION
                       MOVE WS-GRD-ADDRESS-1 TO GRD-ADDRESS-1
                       MOVE WS-GRD-ADDRESS-2 TO GRD-ADDRESS-2
                       MOVE WS-GRD-PHONE TO GRD-PHONE
                       MOVE WS-TODAY-DATE TO GRD-UPDATED
                       REWRITE GUARDIAN-RECORD
                           INVALID KEY
                               MOVE "E" TO WS-GRD-RESULT
                           NOT INVALID KEY
                               MOVE "U" TO WS-GRD-RESULT
                       END-REWRITE
                   END-IF
           END-READ.
           IF WS-GRD-RESULT = "A" OR WS-GRD-RESULT = "U"
               MOVE "GUARDIAN" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-VIOLATION-COUNT
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING GRD-NAME DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   GRD-RELATION DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   GRD-PHONE DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       FETCH-GUARDIAN.
      * Reads the guardian contact for WS-STUDENT-ID into
      * GUARDIAN-RECORD; WS-GUARDIAN-FOUND is 0 when none is on file.
           MOVE 0 TO WS-GUARDIAN-FOUND.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = "00"
               MOVE WS-STUDENT-ID TO GRD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY MOVE 0 TO WS-GUARDIAN-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-GUARDIAN-FOUND
               END-READ
               CLOSE GUARDIAN-FILE
           END-IF.

       GUARDIAN-VIEW.
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           PERFORM FETCH-MASTER-DEMOGRAPHICS.
           DISPLAY " "
           IF WS-MASTER-FOUND = 1
               DISPLAY "Student:  " WS-STUDENT-ID " " WS-STUDENT-NAME
                   " " WS-STUDENT-SECTION
           ELSE
               DISPLAY "Student:  " WS-STUDENT-ID
                   " (not on the student master)"
           END-IF.
           PERFORM FETCH-GUARDIAN.
           IF WS-GUARDIAN-FOUND = 0
               DISPLAY "No guardian contact on file."
           ELSE
               DISPLAY "Guardian: " GRD-NAME " (" GRD-RELATION ")"
               DISPLAY "Address:  " GRD-ADDRESS-1
               DISPLAY "          " GRD-ADDRESS-2
               DISPLAY "Phone:    " GRD-PHONE
                   "   last updated " GRD-UPDATED
           END-IF.
           DISPLAY " "
           DISPLAY "- CONTACT HISTORY -".
           MOVE 0 TO WS-GLOG-SEQ.
           MOVE 0 TO WS-GRDLOG-EOF.
           OPEN INPUT GRDLOG-FILE.
           IF WS-GRDLOG-STATUS = "35"
               MOVE 1 TO WS-GRDLOG-EOF
           ELSE
               MOVE WS-STUDENT-ID TO GLOG-STUDENT-ID
               MOVE 0 TO GLOG-SEQ
               START GRDLOG-FILE KEY IS >= GLOG-KEY
                   INVALID KEY MOVE 1 TO WS-GRDLOG-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-GRDLOG-EOF = 1
               READ GRDLOG-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-GRDLOG-EOF
                   NOT AT END
                       IF GLOG-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE 1 TO WS-GRDLOG-EOF
                       ELSE
                           ADD 1 TO WS-GLOG-SEQ
                           PERFORM GUARDIAN-SHOW-CONTACT
                       END-IF
           END-PERFORM.
           IF WS-GRDLOG-STATUS NOT = "35"
               CLOSE GRDLOG-FILE
           END-IF.
           IF WS-GLOG-SEQ = 0
               DISPLAY "No contact attempts logged."
           END-IF.

       GUARDIAN-SHOW-CONTACT.
           MOVE GLOG-OUTCOME TO WS-GRD-OUTCOME.
           PERFORM SET-GUARDIAN-OUTCOME-TEXT.
           DISPLAY GLOG-SEQ " " GLOG-DATE " " WS-GRD-OUTCOME-TEXT
               " level " GLOG-LEVEL " by " GLOG-BY.
           IF GLOG-CONF-DATE NOT = SPACES
               DISPLAY "     Conference set for " GLOG-CONF-DATE
                   " at " GLOG-CONF-TIME
           END-IF.
           IF GLOG-REMARKS NOT = SPACES
               DISPLAY "     " GLOG-REMARKS
           END-IF.

       SET-GUARDIAN-OUTCOME-TEXT.
           EVALUATE WS-GRD-OUTCOME
               WHEN "L"
                   MOVE "LETTER SENT" TO WS-GRD-OUTCOME-TEXT
               WHEN "C"
                   MOVE "CALLED - REACHED" TO WS-GRD-OUTCOME-TEXT
               WHEN "N"
                   MOVE "CALLED - NO ANSWER" TO WS-GRD-OUTCOME-TEXT
               WHEN "H"
                   MOVE "CONFERENCE HELD" TO WS-GRD-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN OUTCOME" TO WS-GRD-OUTCOME-TEXT
           END-EVALUATE.

       GUARDIAN-LOG-CONTACT.
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           PERFORM FETCH-GUARDIAN.
           IF WS-GUARDIAN-FOUND = 0
               DISPLAY "No guardian contact on file for "
                   WS-STUDENT-ID " - add one first."
           ELSE
               DISPLAY "Guardian: " GRD-NAME " " GRD-PHONE
               DISPLAY "Outcome (L=Letter sent, C=Called - reached, "
                   "N=No answer, H=Conference held): "
                   WITH NO ADVANCING
               ACCEPT WS-GRD-OUTCOME
               INSPECT WS-GRD-OUTCOME CONVERTING "lcnh" TO "LCNH"
               DISPLAY "Sanction level concerned (0-3, 0 = none): "
                   WITH NO ADVANCING
               ACCEPT WS-GRD-LEVEL
               DISPLAY "Contact date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
               ACCEPT WS-GRD-DATE
               IF WS-GRD-DATE = SPACES
                   PERFORM GET-TODAY-DATE
                   MOVE WS-TODAY-DATE TO WS-GRD-DATE
               END-IF
               MOVE WS-GRD-DATE TO WS-DATE-INPUT
               PERFORM CHECK-DATE-FORMAT
               DISPLAY "Remarks: " WITH NO ADVANCING
               ACCEPT WS-GRD-REMARKS
               EVALUATE TRUE
                   WHEN WS-GRD-OUTCOME NOT = "L"
                       AND WS-GRD-OUTCOME NOT = "C"
                       AND WS-GRD-OUTCOME NOT = "N"
                       AND WS-GRD-OUTCOME NOT = "H"
                       DISPLAY "Outcome must be L, C, N or H - "
                           "nothing logged."
                   WHEN WS-GRD-LEVEL > 3
                       DISPLAY "Level must be 0-3 - nothing logged."
                   WHEN WS-DATE-OK = 0
                       DISPLAY "Date must be YYYY-MM-DD - nothing "
                           "logged."
                   WHEN OTHER
                       MOVE SPACES TO WS-GRD-CONF-DATE
                       MOVE SPACES TO WS-GRD-CONF-TIME
                       PERFORM WRITE-GUARDIAN-CONTACT
               END-EVALUATE
           END-IF.

       WRITE-GUARDIAN-CONTACT.
      * Appends a contact-log row for WS-STUDENT-ID from WS-GRD-DATE,
      * WS-GRD-OUTCOME, WS-GRD-LEVEL, the conference fields and
      * WS-GRD-REMARKS under the student's next log number.
           OPEN I-O GRDLOG-FILE.
           IF WS-GRDLOG-STATUS = "35"
               OPEN OUTPUT GRDLOG-FILE
               CLOSE GRDLOG-FILE
               OPEN I-O GRDLOG-FILE
           END-IF.
           PERFORM FIND-NEXT-GRDLOG-SEQ.
           MOVE WS-STUDENT-ID TO GLOG-STUDENT-ID.
           MOVE WS-GLOG-SEQ TO GLOG-SEQ.
           MOVE WS-GRD-DATE TO GLOG-DATE.
           MOVE WS-GRD-OUTCOME TO GLOG-OUTCOME.
           MOVE WS-GRD-LEVEL TO GLOG-LEVEL.
           MOVE WS-GRD-CONF-DATE TO GLOG-CONF-DATE.
           MOVE WS-GRD-CONF-TIME TO GLOG-CONF-TIME.
           MOVE WS-GRD-REMARKS TO GLOG-REMARKS.
           MOVE WS-CURRENT-USER TO GLOG-BY.
           WRITE GRDLOG-RECORD
               INVALID KEY
                   DISPLAY "Error: could not log the guardian contact "
                       "for " WS-STUDENT-ID "."
               NOT INVALID KEY
                   PERFORM SET-GUARDIAN-OUTCOME-TEXT
                   DISPLAY "Guardian contact logged: "
                       WS-GRD-OUTCOME-TEXT
                   MOVE "CONTACT" TO WS-AUDIT-ACTION
                   MOVE 0 TO WS-VIOLATION-COUNT
                   MOVE "N/A" TO WS-AUDIT-OLD-VALUES
                   MOVE SPACES TO WS-AUDIT-NEW-VALUES
                   STRING "Log " DELIMITED BY SIZE
                       GLOG-SEQ DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-GRD-OUTCOME-TEXT DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       GLOG-DATE DELIMITED BY SIZE
                       "/level " DELIMITED BY SIZE
                       GLOG-LEVEL DELIMITED BY SIZE
                       "/conference " DELIMITED BY SIZE
                       GLOG-CONF-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GLOG-CONF-TIME DELIMITED BY SIZE
                       INTO WS-AUDIT-NEW-VALUES
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE.
           CLOSE GRDLOG-FILE.

       FIND-NEXT-GRDLOG-SEQ.
      * GRDLOG-FILE must be open; WS-GLOG-SEQ ends one past the last
      * log number used for WS-STUDENT-ID.
           MOVE 0 TO WS-GLOG-SEQ.
           MOVE 0 TO WS-GRDLOG-EOF.
           MOVE WS-STUDENT-ID TO GLOG-STUDENT-ID.
           MOVE 0 TO GLOG-SEQ.
           START GRDLOG-FILE KEY IS >= GLOG-KEY
               INVALID KEY MOVE 1 TO WS-GRDLOG-EOF
           END-START.
           PERFORM UNTIL WS-GRDLOG-EOF = 1
               READ GRDLOG-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-GRDLOG-EOF
                   NOT AT END
                       IF GLOG-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE 1 TO WS-GRDLOG-EOF
                       ELSE
                           MOVE GLOG-SEQ TO WS-GLOG-SEQ
                       END-IF
           END-PERFORM.
           ADD 1 TO WS-GLOG-SEQ.

       WRITE-GUARDIAN-LETTER.
      * Companion to the adviser notice, written from
      * CREATE-SANCTION-RECORD: a letter to the guardian on file,
      * logged as a contact attempt.  A parent conference letter books
      * the conference date and time; when no slot is free the letter
      * says the office will call, and the student shows on the
      * guardian exceptions report until the conference is arranged.
      * With no guardian on file the letter is skipped and the student
      * shows on the same report.
           PERFORM FETCH-GUARDIAN.
           IF WS-GUARDIAN-FOUND = 0
               DISPLAY "No guardian contact on file for student "
                   WS-STUDENT-ID " - guardian letter not produced."
           ELSE
               MOVE WS-VIOLATION-COUNT TO WS-GRD-SAVE-COUNT
               MOVE SPACES TO WS-GRD-CONF-DATE
               MOVE SPACES TO WS-GRD-CONF-TIME
               IF WS-SANCTION-IDX = 2
                   PERFORM SCHEDULE-GUARDIAN-CONFERENCE
               END-IF
               OPEN EXTEND GRDLETTER-FILE
               IF WS-GRDLETTER-STATUS = "35"
                   OPEN OUTPUT GRDLETTER-FILE
               END-IF
               PERFORM WRITE-GUARDIAN-LETTER-BODY
               CLOSE GRDLETTER-FILE
               DISPLAY "Guardian letter appended to GRDLETTER.dat"
               IF WS-GRD-CONF-DATE NOT = SPACES
                   DISPLAY "  Parent conference set for "
                       WS-GRD-CONF-DATE " at " WS-GRD-CONF-TIME
               END-IF
               IF WS-SANCTION-IDX = 2 AND WS-GRD-CONF-DATE = SPACES
                   DISPLAY "  WARNING: no conference slot free - the "
                       "office must call the guardian of "
                       WS-STUDENT-ID " to arrange a date."
                   IF WS-BATCH-MODE = 1
                       MOVE SPACES TO WS-BATCH-LOG-TEXT
                       STRING "Conference not booked for student "
                           DELIMITED BY SIZE
                           WS-STUDENT-ID DELIMITED BY SIZE
                           " - no slot free; office to call guardian"
                           DELIMITED BY SIZE
                           INTO WS-BATCH-LOG-TEXT
                       END-STRING
                       PERFORM WRITE-BATCH-LOG-LINE
                   END-IF
               END-IF
               MOVE WS-TODAY-DATE TO WS-GRD-DATE
               MOVE "L" TO WS-GRD-OUTCOME
               MOVE WS-SANCTION-IDX TO WS-GRD-LEVEL
               MOVE SPACES TO WS-GRD-REMARKS
               STRING "Letter - " DELIMITED BY SIZE
                   WS-SANCTION-TEXT (WS-SANCTION-IDX)
                   DELIMITED BY SIZE
                   INTO WS-GRD-REMARKS
               END-STRING
               PERFORM WRITE-GUARDIAN-CONTACT
               MOVE WS-GRD-SAVE-COUNT TO WS-VIOLATION-COUNT
           END-IF.

       WRITE-GUARDIAN-LETTER-BODY.
           MOVE ALL "=" TO WS-GRD-LINE.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "GUARDIAN NOTIFICATION - " DELIMITED BY SIZE
               WS-SANCTION-TEXT (WS-SANCTION-IDX) DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "Date: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "To: " DELIMITED BY SIZE
               GRD-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               GRD-RELATION DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "    " DELIMITED BY SIZE
               GRD-ADDRESS-1 DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           IF GRD-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO WS-GRD-LINE
               STRING "    " DELIMITED BY SIZE
                   GRD-ADDRESS-2 DELIMITED BY SIZE
                   INTO WS-GRD-LINE
               END-STRING
               WRITE GRDLETTER-RECORD FROM WS-GRD-LINE
           END-IF.
           MOVE SPACES TO WS-GRD-LINE.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "Re: " DELIMITED BY SIZE
               WS-STUDENT-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-STUDENT-ID DELIMITED BY SIZE
               ")  Section: " DELIMITED BY SIZE
               WS-STUDENT-SECTION DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "The discipline office has issued the above "
               "student a " DELIMITED BY SIZE
               WS-SANCTION-TEXT (WS-SANCTION-IDX) DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.
           EVALUATE WS-SANCTION-IDX
               WHEN 2
                   IF WS-GRD-CONF-DATE = SPACES
                       MOVE SPACES TO WS-GRD-LINE
                       STRING "You are requested to attend a "
                           "conference at the discipline office."
                           DELIMITED BY SIZE
                           INTO WS-GRD-LINE
                       END-STRING
                       WRITE GRDLETTER-RECORD FROM WS-GRD-LINE
                       MOVE SPACES TO WS-GRD-LINE
                       STRING "The office will call you to arrange a "
                           "conference date." DELIMITED BY SIZE
                           INTO WS-GRD-LINE
                       END-STRING
                       WRITE GRDLETTER-RECORD FROM WS-GRD-LINE
                   ELSE
                       MOVE SPACES TO WS-GRD-LINE
                       STRING "You are requested to attend a "
                           "conference at the discipline office on "
                           DELIMITED BY SIZE
                           WS-GRD-CONF-DATE DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           WS-GRD-CONF-TIME DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                           INTO WS-GRD-LINE
                       END-STRING
                       WRITE GRDLETTER-RECORD FROM WS-GRD-LINE
                       MOVE SPACES TO WS-GRD-LINE
                       STRING "Please call the office if you cannot "
                           "attend at that time." DELIMITED BY SIZE
                           INTO WS-GRD-LINE
                       END-STRING
                       WRITE GRDLETTER-RECORD FROM WS-GRD-LINE
                   END-IF
               WHEN 3
                   MOVE SPACES TO WS-GRD-LINE
                   STRING "The case has been referred to the "
                       "Discipline Board; the office will contact "
                       "you about the hearing." DELIMITED BY SIZE
                       INTO WS-GRD-LINE
                   END-STRING
                   WRITE GRDLETTER-RECORD FROM WS-GRD-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-GRD-LINE
                   STRING "Please discuss this notice with the "
                       "student." DELIMITED BY SIZE
                       INTO WS-GRD-LINE
                   END-STRING
                   WRITE GRDLETTER-RECORD FROM WS-GRD-LINE
           END-EVALUATE.
           MOVE SPACES TO WS-GRD-LINE.
           WRITE GRDLETTER-RECORD FROM WS-GRD-LINE.

       SCHEDULE-GUARDIAN-CONFERENCE.
      * Books the first weekday at least WS-GRD-CONF-LEAD-DAYS after
      * today with a slot no other logged conference letter holds.
      * Day 1 of the day-number scale is a Monday.
           MOVE WS-TODAY-DATE TO WS-DATE-INPUT.
           PERFORM DATE-TO-DAYNO.
           ADD WS-GRD-CONF-LEAD-DAYS TO WS-CAL-DAYNO.
           MOVE 0 TO WS-GRD-TRIES.
           OPEN INPUT GRDLOG-FILE.
           PERFORM UNTIL WS-GRD-CONF-DATE NOT = SPACES
               OR WS-GRD-TRIES > 60
               ADD 1 TO WS-GRD-TRIES
               COMPUTE WS-GRD-DOW =
                   FUNCTION MOD (WS-CAL-DAYNO - 1, 7)
               IF WS-GRD-DOW < 5
                   PERFORM DAYNO-TO-DATE
                   PERFORM GUARDIAN-FIND-FREE-SLOT
               END-IF
               IF WS-GRD-CONF-DATE = SPACES
                   ADD 1 TO WS-CAL-DAYNO
               END-IF
           END-PERFORM.
           IF WS-GRDLOG-STATUS NOT = "35"
               CLOSE GRDLOG-FILE
           END-IF.

       GUARDIAN-FIND-FREE-SLOT.
      * Marks the slots already booked on WS-DATE-INPUT and takes the
      * first one free.
           INITIALIZE WS-GRD-SLOT-FLAGS.
           IF WS-GRDLOG-STATUS NOT = "35"
               MOVE LOW-VALUES TO GLOG-KEY
               MOVE 0 TO WS-GRDLOG-EOF
               START GRDLOG-FILE KEY IS >= GLOG-KEY
                   INVALID KEY MOVE 1 TO WS-GRDLOG-EOF
               END-START
               PERFORM UNTIL WS-GRDLOG-EOF = 1
                   READ GRDLOG-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-GRDLOG-EOF
                       NOT AT END
                           IF GLOG-CONF-DATE = WS-DATE-INPUT
                               PERFORM GUARDIAN-MARK-SLOT
                           END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-GRD-SLOT-IDX FROM 1 BY 1
               UNTIL WS-GRD-SLOT-IDX > 6
               OR WS-GRD-CONF-DATE NOT = SPACES
               IF WS-GRD-SLOT-TAKEN (WS-GRD-SLOT-IDX) = 0
                   MOVE WS-DATE-INPUT TO WS-GRD-CONF-DATE
                   MOVE WS-GRD-SLOT (WS-GRD-SLOT-IDX)
                       TO WS-GRD-CONF-TIME
               END-IF
           END-PERFORM.

       GUARDIAN-MARK-SLOT.
           PERFORM VARYING WS-GRD-SLOT-IDX FROM 1 BY 1
               UNTIL WS-GRD-SLOT-IDX > 6
               IF GLOG-CONF-TIME = WS-GRD-SLOT (WS-GRD-SLOT-IDX)
                   MOVE 1 TO WS-GRD-SLOT-TAKEN (WS-GRD-SLOT-IDX)
               END-IF
           END-PERFORM.

       GUARDIAN-LOAD.
           DISPLAY " "
           DISPLAY "- GUARDIAN CONTACT LOAD -"
           DISPLAY "Reading GRDLOAD.dat (one student per line: "
               "ID|GUARDIAN|RELATIONSHIP|ADDRESS 1|ADDRESS 2|PHONE)".
           PERFORM GUARDIAN-LOAD-RUN.
           IF WS-GRDLOAD-STATUS NOT = "35"
               PERFORM GUARDIAN-LOAD-SUMMARY
           END-IF.

       GUARDIAN-LOAD-RUN.
      * Roster-style load of guardian contacts, typically from the
      * enrollment forms: each row adds or replaces the student's
      * contact; rows for students not on the master, or with no name
      * or no way to reach the guardian, go to REJECT.dat with a
      * reason code.
           MOVE 0 TO WS-GRD-READ.
           MOVE 0 TO WS-GRD-ADDS.
           MOVE 0 TO WS-GRD-UPDATES.
           MOVE 0 TO WS-GRD-UNCHANGED.
           MOVE 0 TO WS-GRD-REJECTS.
           MOVE 0 TO WS-GRDLOAD-EOF.
           OPEN INPUT GRDLOAD-FILE.
           IF WS-GRDLOAD-STATUS = "35"
               DISPLAY "No GRDLOAD.dat found - nothing to do."
           ELSE
               OPEN I-O GUARDIAN-FILE
               IF WS-GUARDIAN-STATUS = "35"
                   OPEN OUTPUT GUARDIAN-FILE
                   CLOSE GUARDIAN-FILE
                   OPEN I-O GUARDIAN-FILE
               END-IF
               PERFORM OPEN-MASTER-FOR-LOOKUP
               OPEN OUTPUT REJECT-FILE
               PERFORM UNTIL WS-GRDLOAD-EOF = 1
                   READ GRDLOAD-FILE
                       AT END MOVE 1 TO WS-GRDLOAD-EOF
                       NOT AT END
                           ADD 1 TO WS-GRD-READ
                           PERFORM PROCESS-GUARDIAN-ROW
               END-PERFORM
               CLOSE GRDLOAD-FILE
               CLOSE REJECT-FILE
               PERFORM CLOSE-MASTER-AFTER-LOOKUP
               CLOSE GUARDIAN-FILE
           END-IF.

       PROCESS-GUARDIAN-ROW.
           MOVE SPACES TO WS-STUDENT-ID.
           MOVE SPACES TO WS-GRD-NAME.
           MOVE SPACES TO WS-GRD-RELATION.
           MOVE SPACES TO WS-GRD-ADDRESS-1.
           MOVE SPACES TO WS-GRD-ADDRESS-2.
           MOVE SPACES TO WS-GRD-PHONE.
           UNSTRING GRDLOAD-RECORD DELIMITED BY "|"
               INTO WS-STUDENT-ID
                    WS-GRD-NAME
                    WS-GRD-RELATION
                    WS-GRD-ADDRESS-1
                    WS-GRD-ADDRESS-2
                    WS-GRD-PHONE
           END-UNSTRING.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-STUDENT-ID = SPACES
               MOVE "BLANK ID" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-STUDENT-ID TO MASTER-STUDENT-ID
               PERFORM READ-MASTER-RECORD
               IF WS-MASTER-FOUND = 0
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND WS-GRD-NAME = SPACES
               MOVE "BLANK GUARDIAN" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND WS-GRD-ADDRESS-1 = SPACES
               AND WS-GRD-PHONE = SPACES
               MOVE "NO ADDRESS OR PHONE" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM GUARDIAN-STORE-ROW
               EVALUATE WS-GRD-RESULT
                   WHEN "A"
                       ADD 1 TO WS-GRD-ADDS
                   WHEN "U"
                       ADD 1 TO WS-GRD-UPDATES
                   WHEN "S"
                       ADD 1 TO WS-GRD-UNCHANGED
                   WHEN OTHER
                       MOVE "WRITE FAILED" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-GRD-REJECTS
               MOVE SPACES TO WS-REJECT-LINE
               STRING WS-REJECT-REASON DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   GRDLOAD-RECORD DELIMITED BY SIZE
                   INTO WS-REJECT-LINE
                   ON OVERFLOW
                       DISPLAY "Warning: reject line truncated."
               END-STRING
               WRITE REJECT-RECORD FROM WS-REJECT-LINE
           END-IF.

       GUARDIAN-LOAD-SUMMARY.
           DISPLAY " "
           DISPLAY "- GUARDIAN LOAD CONTROL SUMMARY -"
           DISPLAY "Rows read:      " WS-GRD-READ
           DISPLAY "Contacts added: " WS-GRD-ADDS
           DISPLAY "Updated:        " WS-GRD-UPDATES
           DISPLAY "Unchanged:      " WS-GRD-UNCHANGED
           DISPLAY "Rows rejected:  " WS-GRD-REJECTS
           DISPLAY "Rejected rows written to REJECT.dat with a "
               "reason code."
           MOVE "GRDLOAD" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-STUDENT-ID.
           MOVE 0 TO WS-VIOLATION-COUNT.
           MOVE "N/A" TO WS-AUDIT-OLD-VALUES.
           MOVE SPACES TO WS-AUDIT-NEW-VALUES.
           STRING "Read " DELIMITED BY SIZE
               WS-GRD-READ DELIMITED BY SIZE
               " added " DELIMITED BY SIZE
               WS-GRD-ADDS DELIMITED BY SIZE
               " updated " DELIMITED BY SIZE
               WS-GRD-UPDATES DELIMITED BY SIZE
               " rejected " DELIMITED BY SIZE
               WS-GRD-REJECTS DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUES
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

       GUARDIAN-EXCEPTIONS.
      * Every enrolled student on the master with no guardian contact,
      * or one with neither an address nor a phone.  Students with an
      * outstanding sanction are starred - their letters could not be
      * sent.  Also listed: students whose parent conference letter
      * went out with no date because no slot was free, until a later
      * call reaches the guardian or the conference is held.
           DISPLAY " "
           DISPLAY "- GUARDIAN CONTACT EXCEPTIONS -".
           MOVE 0 TO WS-GRD-EXCEPTIONS.
           MOVE 0 TO WS-GRD-EXC-SANCTIONED.
           MOVE 0 TO WS-GRD-CONF-UNBOOKED.
           OPEN OUTPUT REPORT-FILE.
           PERFORM GET-TODAY-DATE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "GUARDIAN CONTACT EXCEPTIONS - RUN " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           PERFORM WRITE-GUARDIAN-EXC-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "  Student ID Name                           "
               "Section         Exception" DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           PERFORM WRITE-GUARDIAN-EXC-LINE.
           MOVE 0 TO WS-GUARDIAN-EOF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "No student master on file." TO WS-GRD-LINE
               PERFORM WRITE-GUARDIAN-EXC-LINE
               MOVE 1 TO WS-GUARDIAN-EOF
           END-IF.
           OPEN INPUT GUARDIAN-FILE.
           OPEN INPUT GRDLOG-FILE.
           MOVE 0 TO WS-GRD-SANC-OK.
           OPEN INPUT SANCTION-FILE.
           IF WS-SANCTION-FILE-STATUS = "00"
               MOVE 1 TO WS-GRD-SANC-OK
           END-IF.
           PERFORM UNTIL WS-GUARDIAN-EOF = 1
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-GUARDIAN-EOF
                   NOT AT END
                       IF MASTER-ENROLLED NOT = "N"
                           PERFORM GUARDIAN-CHECK-ONE-STUDENT
                       END-IF
           END-PERFORM.
           IF WS-GRD-SANC-OK = 1
               CLOSE SANCTION-FILE
           END-IF.
           IF WS-GRDLOG-STATUS NOT = "35"
               CLOSE GRDLOG-FILE
           END-IF.
           IF WS-GUARDIAN-STATUS NOT = "35"
               CLOSE GUARDIAN-FILE
           END-IF.
           IF WS-MASTER-FILE-STATUS NOT = "35"
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           MOVE SPACES TO WS-GRD-LINE.
           PERFORM WRITE-GUARDIAN-EXC-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "Students without guardian contact: "
               DELIMITED BY SIZE
               WS-GRD-EXCEPTIONS DELIMITED BY SIZE
               "   * with an outstanding sanction: " DELIMITED BY SIZE
               WS-GRD-EXC-SANCTIONED DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           PERFORM WRITE-GUARDIAN-EXC-LINE.
           MOVE SPACES TO WS-GRD-LINE.
           STRING "Conferences not booked: " DELIMITED BY SIZE
               WS-GRD-CONF-UNBOOKED DELIMITED BY SIZE
               INTO WS-GRD-LINE
           END-STRING.
           PERFORM WRITE-GUARDIAN-EXC-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Exceptions report saved to REPORT.DAT".

       GUARDIAN-CHECK-ONE-STUDENT.
           MOVE SPACES TO WS-GRD-EXC-REASON.
           MOVE 0 TO WS-GUARDIAN-FOUND.
           IF WS-GUARDIAN-STATUS NOT = "35"
               MOVE MASTER-STUDENT-ID TO GRD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY MOVE 0 TO WS-GUARDIAN-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-GUARDIAN-FOUND
               END-READ
           END-IF.
           IF WS-GUARDIAN-FOUND = 0
               MOVE "NO GUARDIAN ON FILE" TO WS-GRD-EXC-REASON
           ELSE
               IF GRD-ADDRESS-1 = SPACES AND GRD-PHONE = SPACES
                   MOVE "NO ADDRESS OR PHONE" TO WS-GRD-EXC-REASON
               END-IF
           END-IF.
           IF WS-GRD-EXC-REASON NOT = SPACES
               ADD 1 TO WS-GRD-EXCEPTIONS
               MOVE 0 TO WS-GRD-SANCTIONED
               IF WS-GRD-SANC-OK = 1
                   PERFORM VARYING WS-GRD-SANC-LEVEL FROM 1 BY 1
                       UNTIL WS-GRD-SANC-LEVEL > 3
                       MOVE MASTER-STUDENT-ID TO SANCTION-STUDENT-ID
                       MOVE WS-GRD-SANC-LEVEL TO SANCTION-LEVEL
                       READ SANCTION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF SANCTION-STATUS = "O"
                                   MOVE 1 TO WS-GRD-SANCTIONED
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-GRD-LINE
               IF WS-GRD-SANCTIONED = 1
                   ADD 1 TO WS-GRD-EXC-SANCTIONED
                   MOVE "*" TO WS-GRD-LINE (1:1)
               END-IF
               STRING MASTER-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MASTER-STUDENT-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MASTER-SECTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GRD-EXC-REASON DELIMITED BY SIZE
                   INTO WS-GRD-LINE (3:)
               END-STRING
               PERFORM WRITE-GUARDIAN-EXC-LINE
           ELSE
               PERFORM GUARDIAN-CHECK-CONFERENCE
           END-IF.

       GUARDIAN-CHECK-CONFERENCE.
      * Walks the student's contact log in order: a conference letter
      * logged with no date leaves the conference pending; a later
      * conference letter with a date, a call that reached the
      * guardian or a conference held settles it.
           MOVE 0 TO WS-GRD-CONF-PENDING.
           MOVE 1 TO WS-GRDLOG-EOF.
           IF WS-GRDLOG-STATUS NOT = "35"
               MOVE 0 TO WS-GRDLOG-EOF
               MOVE MASTER-STUDENT-ID TO GLOG-STUDENT-ID
               MOVE 0 TO GLOG-SEQ
               START GRDLOG-FILE KEY IS >= GLOG-KEY
                   INVALID KEY MOVE 1 TO WS-GRDLOG-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-GRDLOG-EOF = 1
               READ GRDLOG-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-GRDLOG-EOF
                   NOT AT END
                       IF GLOG-STUDENT-ID NOT = MASTER-STUDENT-ID
                           MOVE 1 TO WS-GRDLOG-EOF
                       ELSE
                           IF GLOG-OUTCOME = "L" AND GLOG-LEVEL = 2
                               IF GLOG-CONF-DATE = SPACES
                                   MOVE 1 TO WS-GRD-CONF-PENDING
                               ELSE
                                   MOVE 0 TO WS-GRD-CONF-PENDING
                               END-IF
                           END-IF
                           IF GLOG-OUTCOME = "C" OR GLOG-OUTCOME = "H"
                               MOVE 0 TO WS-GRD-CONF-PENDING
                           END-IF
                       END-IF
           END-PERFORM.
           IF WS-GRD-CONF-PENDING = 1
               ADD 1 TO WS-GRD-CONF-UNBOOKED
               MOVE "CONFERENCE NOT BOOKED" TO WS-GRD-EXC-REASON
               MOVE SPACES TO WS-GRD-LINE
               STRING MASTER-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MASTER-STUDENT-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MASTER-SECTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GRD-EXC-REASON DELIMITED BY SIZE
                   INTO WS-GRD-LINE (3:)
               END-STRING
               PERFORM WRITE-GUARDIAN-EXC-LINE
           END-IF.

       WRITE-GUARDIAN-EXC-LINE.
           DISPLAY WS-GRD-LINE.
           WRITE REPORT-RECORD FROM WS-GRD-LINE.

       SEAL-MENU.
           DISPLAY " "
           DISPLAY "- GOOD-CONDUCT SEALING -"
           DISPLAY "1 - Run Term-End Sealing"
           DISPLAY "2 - List Sealed Violations"
           DISPLAY "3 - Unseal a Violation"
           DISPLAY "4 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-SEAL-CHOICE.
           EVALUATE WS-SEAL-CHOICE
               WHEN 1
                   PERFORM GOOD-CONDUCT-SEALING
               WHEN 2
                   PERFORM SEAL-LIST
               WHEN 3
                   PERFORM SEAL-UNSEAL
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       GOOD-CONDUCT-SEALING.
      * Term-end sealing of minor offenses for students who have
      * stayed clean.  Run after the term's last violations are in and
      * before the end-of-term archive.
           DISPLAY " "
           DISPLAY "- TERM-END GOOD-CONDUCT SEALING -".
           DISPLAY "Term just ended (blank=current): "
               WITH NO ADVANCING.
           ACCEPT WS-SEAL-TERM-CODE.
           DISPLAY "Clean terms required (blank="
               WS-SEAL-DEFAULT-TERMS "): " WITH NO ADVANCING.
           ACCEPT WS-SEAL-TERMS-X.
           PERFORM SEAL-RUN.

       SEAL-RUN.
      * Shared by the menu and JOB=SEAL.  WS-SEAL-TERM-CODE and
      * WS-SEAL-TERMS-X hold the answers; WS-SEAL-OK is 0 and
      * WS-SEAL-FAIL-TEXT says why when nothing could be sealed.
           MOVE 1 TO WS-SEAL-OK.
           MOVE SPACES TO WS-SEAL-FAIL-TEXT.
           MOVE 0 TO WS-SEAL-STUDENTS.
           MOVE 0 TO WS-SEAL-ROWS.
           MOVE 0 TO WS-SEAL-NOT-CLEAN.
           MOVE 0 TO WS-SEAL-ERRORS.
           MOVE 0 TO WS-SEAL-LEFT.
           IF WS-SEAL-TERMS-X = SPACE
               MOVE WS-SEAL-DEFAULT-TERMS TO WS-SEAL-TERMS
           ELSE
               IF WS-SEAL-TERMS-X NUMERIC AND WS-SEAL-TERMS-X NOT = "0"
                   MOVE WS-SEAL-TERMS-X TO WS-SEAL-TERMS
               ELSE
                   MOVE "Clean terms required must be 1 to 9"
                       TO WS-SEAL-FAIL-TEXT
                   MOVE 0 TO WS-SEAL-OK
               END-IF
           END-IF.
           IF WS-SEAL-OK = 1
               PERFORM CHECK-JOB-LOCK
               IF WS-JOB-RUNNING = 1
                   MOVE "Another job holds the job lock"
                       TO WS-SEAL-FAIL-TEXT
                   MOVE 0 TO WS-SEAL-OK
               END-IF
           END-IF.
           IF WS-SEAL-OK = 1 AND WS-SEAL-TERM-CODE = SPACES
               PERFORM GET-CURRENT-TERM
               IF WS-TERM-FOUND = 0
                   MOVE "No term is flagged current on the calendar"
                       TO WS-SEAL-FAIL-TEXT
                   MOVE 0 TO WS-SEAL-OK
               ELSE
                   MOVE WS-TERM-CODE TO WS-SEAL-TERM-CODE
               END-IF
           END-IF.
           IF WS-SEAL-OK = 1
               PERFORM LOAD-TERM-TABLE
               PERFORM SEAL-FIND-WINDOW
           END-IF.
           IF WS-SEAL-OK = 1
               PERFORM SEAL-RUN-PASS
           END-IF.
           IF WS-SEAL-OK = 0
               DISPLAY WS-SEAL-FAIL-TEXT " - sealing not run."
           END-IF.

       SEAL-FIND-WINDOW.
      * The window starts with the term just ended and steps back one
      * calendar term at a time, by start date, until it holds the
      * required number of terms.
           MOVE 0 TO WS-SEAL-REF-IDX.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CALT-CODE (WS-CAL-IDX) = WS-SEAL-TERM-CODE
                   MOVE WS-CAL-IDX TO WS-SEAL-REF-IDX
               END-IF
           END-PERFORM.
           IF WS-SEAL-REF-IDX = 0
               MOVE SPACES TO WS-SEAL-FAIL-TEXT
               STRING "Term " DELIMITED BY SIZE
                   WS-SEAL-TERM-CODE DELIMITED BY SPACE
                   " is not on the calendar" DELIMITED BY SIZE
                   INTO WS-SEAL-FAIL-TEXT
               END-STRING
               MOVE 0 TO WS-SEAL-OK
           ELSE
               MOVE WS-CALT-START (WS-SEAL-REF-IDX)
                   TO WS-SEAL-WIN-START
               MOVE WS-CALT-END (WS-SEAL-REF-IDX) TO WS-SEAL-WIN-END
               MOVE 1 TO WS-SEAL-STEP
               PERFORM UNTIL WS-SEAL-STEP >= WS-SEAL-TERMS
                   OR WS-SEAL-OK = 0
                   PERFORM SEAL-STEP-BACK-ONE-TERM
               END-PERFORM
           END-IF.

       SEAL-STEP-BACK-ONE-TERM.
      * Widens the window to the latest term starting before it.
           MOVE 0 TO WS-SEAL-WIN-IDX.
           MOVE LOW-VALUES TO WS-SEAL-PREV-START.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CALT-START (WS-CAL-IDX) < WS-SEAL-WIN-START
                   AND WS-CALT-START (WS-CAL-IDX) > WS-SEAL-PREV-START
                   MOVE WS-CAL-IDX TO WS-SEAL-WIN-IDX
                   MOVE WS-CALT-START (WS-CAL-IDX)
                       TO WS-SEAL-PREV-START
               END-IF
           END-PERFORM.
           IF WS-SEAL-WIN-IDX = 0
               MOVE SPACES TO WS-SEAL-FAIL-TEXT
               STRING "The calendar holds fewer than "
                   DELIMITED BY SIZE
                   WS-SEAL-TERMS DELIMITED BY SIZE
                   " terms up to " DELIMITED BY SIZE
                   WS-SEAL-TERM-CODE DELIMITED BY SPACE
                   INTO WS-SEAL-FAIL-TEXT
               END-STRING
               MOVE 0 TO WS-SEAL-OK
           ELSE
               MOVE WS-CALT-START (WS-SEAL-WIN-IDX)
                   TO WS-SEAL-WIN-START
               ADD 1 TO WS-SEAL-STEP
           END-IF.

       SEAL-RUN-PASS.
      * Reads the live file in key order, so each student's rows
      * arrive together; the student's eligible rows are held in
      * WS-SEAL-CAND-TABLE and sealed once the last row shows the
      * window clear.  STUDENT-FILE itself is only read.
           MOVE 0 TO WS-EOF.
           MOVE SPACES TO WS-SEAL-CUR-ID.
           MOVE 0 TO WS-SEAL-CAND-COUNT.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-STUDENT-FILE-STATUS = "35"
               MOVE "No violations on file" TO WS-SEAL-FAIL-TEXT
               MOVE 0 TO WS-SEAL-OK
           END-IF.
           IF WS-FILE-BUSY = 1
               MOVE "STUDENT-FILE is in use" TO WS-SEAL-FAIL-TEXT
               MOVE 0 TO WS-SEAL-OK
           END-IF.
           IF WS-SEAL-OK = 1
               OPEN I-O SEAL-FILE
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
                   CLOSE SEAL-FILE
                   OPEN I-O SEAL-FILE
               END-IF
               IF WS-SEAL-STATUS NOT = "00"
                   MOVE SPACES TO WS-SEAL-FAIL-TEXT
                   STRING "Could not open SEAL.dat (status "
                       DELIMITED BY SIZE
                       WS-SEAL-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-SEAL-FAIL-TEXT
                   END-STRING
                   MOVE 0 TO WS-SEAL-OK
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.
           IF WS-SEAL-OK = 1
               PERFORM GET-TODAY-DATE
               OPEN OUTPUT REPORT-FILE
               PERFORM SEAL-LISTING-HEADING
               PERFORM OPEN-VIOCODE-FOR-LOOKUP
               PERFORM UNTIL WS-EOF = 1
                   READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                       AT END
                           PERFORM SEAL-FINISH-STUDENT
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF STUDENT-ID NOT = WS-SEAL-CUR-ID
                               PERFORM SEAL-FINISH-STUDENT
                               MOVE STUDENT-ID TO WS-SEAL-CUR-ID
                               MOVE STUDENT-NAME TO WS-SEAL-CUR-NAME
                               MOVE 1 TO WS-SEAL-CLEAN
                               MOVE 0 TO WS-SEAL-CAND-COUNT
                           END-IF
                           PERFORM SEAL-CONSIDER-ROW
               END-PERFORM
               PERFORM CLOSE-VIOCODE-AFTER-LOOKUP
               CLOSE SEAL-FILE
               CLOSE STUDENT-FILE
               PERFORM SEAL-LISTING-TOTALS
               CLOSE REPORT-FILE
               DISPLAY "Sealing listing saved to REPORT.DAT"
           END-IF.

       SEAL-CONSIDER-ROW.
      * Any violation not dismissed on or after the window start means
      * the student has not stayed clean.  Older rows qualify when
      * resolved and of a minor ("N") code, and not already carrying a
      * seal row - a challenged, unsealed row stays unsealed.
           IF VIOLATION-DATE >= WS-SEAL-WIN-START
               IF VIOLATION-STATUS NOT = "D"
                   MOVE 0 TO WS-SEAL-CLEAN
               END-IF
           ELSE
               IF VIOLATION-STATUS = "R"
                   MOVE VIOLATION-TYPE TO VIOCODE-CODE
                   PERFORM READ-VIOCODE-RECORD
                   IF WS-VIOCODE-FOUND = 1
                       AND VIOCODE-SEVERITY = "N"
                       MOVE STUDENT-ID TO SEAL-STUDENT-ID
                       MOVE VIOLATION-COUNT TO SEAL-VIOL-NO
                       MOVE VIOLATION-DATE TO SEAL-VIOL-DATE
                       MOVE VIOLATION-TYPE TO SEAL-VIOL-TYPE
                       READ SEAL-FILE
                           INVALID KEY
                               PERFORM SEAL-HOLD-CANDIDATE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       SEAL-HOLD-CANDIDATE.
           IF WS-SEAL-CAND-COUNT < 200
               ADD 1 TO WS-SEAL-CAND-COUNT
               MOVE VIOLATION-COUNT
                   TO WS-SEAL-CAND-NO (WS-SEAL-CAND-COUNT)
               MOVE VIOLATION-DATE
                   TO WS-SEAL-CAND-DATE (WS-SEAL-CAND-COUNT)
               MOVE VIOLATION-TYPE
                   TO WS-SEAL-CAND-TYPE (WS-SEAL-CAND-COUNT)
           ELSE
               ADD 1 TO WS-SEAL-LEFT
           END-IF.

       SEAL-FINISH-STUDENT.
           IF WS-SEAL-CUR-ID NOT = SPACES AND WS-SEAL-CAND-COUNT > 0
               IF WS-SEAL-CLEAN = 1
                   ADD 1 TO WS-SEAL-STUDENTS
                   PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                       UNTIL WS-SEAL-IDX > WS-SEAL-CAND-COUNT
                       PERFORM SEAL-ONE-ROW
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-SEAL-NOT-CLEAN
               END-IF
           END-IF.

       SEAL-ONE-ROW.
      * The seal row is keyed on the row's date and type as well, so a
      * row left by an archived violation under the same number never
      * stands in the way.  Should the key already be on file the
      * existing row is left as it is and reported as a key conflict.
           MOVE WS-SEAL-CUR-ID TO SEAL-STUDENT-ID.
           MOVE WS-SEAL-CAND-NO (WS-SEAL-IDX) TO SEAL-VIOL-NO.
           MOVE WS-SEAL-CAND-DATE (WS-SEAL-IDX) TO SEAL-VIOL-DATE.
           MOVE WS-SEAL-CAND-TYPE (WS-SEAL-IDX) TO SEAL-VIOL-TYPE.
           MOVE "S" TO SEAL-STATUS.
           MOVE WS-TODAY-DATE TO SEAL-DATE.
           MOVE WS-SEAL-TERM-CODE TO SEAL-TERM.
           MOVE WS-CURRENT-USER TO SEAL-BY.
           MOVE SPACES TO SEAL-UNSEAL-DATE.
           MOVE SPACES TO SEAL-UNSEAL-BY.
           WRITE SEAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-SEAL-STATUS = "22"
               ADD 1 TO WS-SEAL-ERRORS
               DISPLAY "Warning: key conflict - " WS-SEAL-CUR-ID
                   " #" WS-SEAL-CAND-NO (WS-SEAL-IDX)
                   " already has a seal row; left as it is."
           END-IF.
           IF WS-SEAL-STATUS NOT = "00" AND WS-SEAL-STATUS NOT = "22"
               ADD 1 TO WS-SEAL-ERRORS
               DISPLAY "Warning: could not seal " WS-SEAL-CUR-ID
                   " #" WS-SEAL-CAND-NO (WS-SEAL-IDX)
                   " (status " WS-SEAL-STATUS ")."
           END-IF.
           IF WS-SEAL-STATUS = "00"
               ADD 1 TO WS-SEAL-ROWS
               MOVE SPACES TO WS-SEAL-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-SEAL-CUR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEAL-CUR-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEAL-CAND-NO (WS-SEAL-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SEAL-CAND-DATE (WS-SEAL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEAL-CAND-TYPE (WS-SEAL-IDX) DELIMITED BY SIZE
                   INTO WS-SEAL-LINE
               END-STRING
               PERFORM WRITE-SEAL-LINE
               MOVE "SEAL" TO WS-AUDIT-ACTION
               MOVE WS-SEAL-CUR-ID TO WS-STUDENT-ID
               MOVE WS-SEAL-CAND-NO (WS-SEAL-IDX)
                   TO WS-VIOLATION-COUNT
               MOVE SPACES TO WS-AUDIT-OLD-VALUES
               STRING "Resolved minor/" DELIMITED BY SIZE
                   WS-SEAL-CAND-TYPE (WS-SEAL-IDX)
                       DELIMITED BY "  "
                   "/" DELIMITED BY SIZE
                   WS-SEAL-CAND-DATE (WS-SEAL-IDX)
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUES
               END-STRING
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "Sealed - clean " DELIMITED BY SIZE
                   WS-SEAL-WIN-START DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-SEAL-WIN-END DELIMITED BY SIZE
                   " (term " DELIMITED BY SIZE
                   WS-SEAL-TERM-CODE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       SEAL-LISTING-HEADING.
           MOVE SPACES TO WS-SEAL-LINE.
           STRING "GOOD-CONDUCT SEALING - RUN " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-SEAL-LINE
           END-STRING.
           PERFORM WRITE-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE.
           STRING "Term ended: " DELIMITED BY SIZE
               WS-SEAL-TERM-CODE DELIMITED BY SIZE
               "  Clean terms required: " DELIMITED BY SIZE
               WS-SEAL-TERMS DELIMITED BY SIZE
               "  Clean window: " DELIMITED BY SIZE
               WS-SEAL-WIN-START DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-SEAL-WIN-END DELIMITED BY SIZE
               INTO WS-SEAL-LINE
           END-STRING.
           PERFORM WRITE-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE.
           STRING "Resolved minor violations dated before "
               DELIMITED BY SIZE
               WS-SEAL-WIN-START DELIMITED BY SIZE
               " sealed for students clean in the window."
               DELIMITED BY SIZE
               INTO WS-SEAL-LINE
           END-STRING.
           PERFORM WRITE-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE.
           PERFORM WRITE-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE.
           STRING "  Student ID Name                           "
               "Viol# Date       Type" DELIMITED BY SIZE
               INTO WS-SEAL-LINE
           END-STRING.
           PERFORM WRITE-SEAL-LINE.

       SEAL-LISTING-TOTALS.
           MOVE SPACES TO WS-SEAL-LINE.
           PERFORM WRITE-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE.
           STRING "Students sealed: " DELIMITED BY SIZE
               WS-SEAL-STUDENTS DELIMITED BY SIZE
               "   Rows sealed: " DELIMITED BY SIZE
               WS-SEAL-ROWS DELIMITED BY SIZE
               INTO WS-SEAL-LINE
           END-STRING.
           PERFORM WRITE-SEAL-LINE.
           MOVE SPACES TO WS-SEAL-LINE.
           STRING "Students with minor rows not yet clean: "
               DELIMITED BY SIZE
               WS-SEAL-NOT-CLEAN DELIMITED BY SIZE
               INTO WS-SEAL-LINE
           END-STRING.
           PERFORM WRITE-SEAL-LINE.
           IF WS-SEAL-ERRORS > 0
               MOVE SPACES TO WS-SEAL-LINE
               STRING "Rows that could not be sealed: "
                   DELIMITED BY SIZE
                   WS-SEAL-ERRORS DELIMITED BY SIZE
                   INTO WS-SEAL-LINE
               END-STRING
               PERFORM WRITE-SEAL-LINE
           END-IF.
           IF WS-SEAL-LEFT > 0
               MOVE SPACES TO WS-SEAL-LINE
               STRING "Rows left for the next run (over 200 for one "
                   "student): " DELIMITED BY SIZE
                   WS-SEAL-LEFT DELIMITED BY SIZE
                   INTO WS-SEAL-LINE
               END-STRING
               PERFORM WRITE-SEAL-LINE
           END-IF.

       WRITE-SEAL-LINE.
           DISPLAY WS-SEAL-LINE.
           WRITE REPORT-RECORD FROM WS-SEAL-LINE.

       SEAL-LIST.
      * Every seal on file, or one student's, including rows since
      * unsealed so a challenge can be traced.
           DISPLAY " "
           DISPLAY "Student ID (blank=all): " WITH NO ADVANCING.
           ACCEPT WS-SEAL-FILTER-ID.
           MOVE 0 TO WS-SEAL-LISTED.
           MOVE 0 TO WS-SEAL-EOF.
           OPEN INPUT SEAL-FILE.
           IF WS-SEAL-STATUS NOT = "00"
               DISPLAY "No sealed violations on file."
               MOVE 1 TO WS-SEAL-EOF
           ELSE
               IF WS-SEAL-FILTER-ID NOT = SPACES
                   MOVE WS-SEAL-FILTER-ID TO SEAL-STUDENT-ID
                   MOVE 0 TO SEAL-VIOL-NO
                   START SEAL-FILE KEY IS >= SEAL-KEY
                       INVALID KEY MOVE 1 TO WS-SEAL-EOF
                   END-START
               END-IF
           END-IF.
           IF WS-SEAL-EOF = 0
               DISPLAY "Student ID Viol# Date       Type"
                   "                 Sealed     Term       St"
           END-IF.
           PERFORM UNTIL WS-SEAL-EOF = 1
               READ SEAL-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-SEAL-EOF
                   NOT AT END
                       IF WS-SEAL-FILTER-ID NOT = SPACES
                           AND SEAL-STUDENT-ID NOT = WS-SEAL-FILTER-ID
                           MOVE 1 TO WS-SEAL-EOF
                       ELSE
                           ADD 1 TO WS-SEAL-LISTED
                           DISPLAY SEAL-STUDENT-ID " " SEAL-VIOL-NO
                               "  " SEAL-VIOL-DATE " " SEAL-VIOL-TYPE
                               " " SEAL-DATE " " SEAL-TERM " "
                               SEAL-STATUS
                           IF SEAL-STATUS = "U"
                               DISPLAY "           Unsealed "
                                   SEAL-UNSEAL-DATE " by "
                                   SEAL-UNSEAL-BY
                           END-IF
                       END-IF
           END-PERFORM.
           IF WS-SEAL-STATUS NOT = "35"
               CLOSE SEAL-FILE
           END-IF.
           DISPLAY WS-SEAL-LISTED " seal row(s) listed.".

       SEAL-UNSEAL.
      * Officer reversal when a sealing is challenged.  The seal row
      * is kept, marked "U", so the next term-end run does not seal
      * the violation again.  The seal is found through the live
      * row's date and type; for a violation already archived the
      * officer keys them from the archive listing.
           DISPLAY " "
           DISPLAY "- UNSEAL A VIOLATION -".
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           DISPLAY "Enter Violation #: " WITH NO ADVANCING.
           ACCEPT WS-VIOLATION-COUNT.
           PERFORM READ-INCIDENT-ROW.
           IF WS-INC-ROW-FOUND = 1
               MOVE VIOLATION-DATE TO WS-VIOLATION-DATE
               MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE
           ELSE
               DISPLAY "Not on the live file - violation date "
                   "(YYYY-MM-DD): " WITH NO ADVANCING
               ACCEPT WS-VIOLATION-DATE
               DISPLAY "Violation type: " WITH NO ADVANCING
               ACCEPT WS-VIOLATION-TYPE
           END-IF.
           OPEN I-O SEAL-FILE.
           IF WS-SEAL-STATUS NOT = "00"
               DISPLAY "No sealed violations on file."
           ELSE
               MOVE WS-STUDENT-ID TO SEAL-STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO SEAL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO SEAL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO SEAL-VIOL-TYPE
               READ SEAL-FILE
                   INVALID KEY
                       DISPLAY "That violation is not sealed."
                   NOT INVALID KEY
                       IF SEAL-STATUS NOT = "S"
                           DISPLAY "That violation was already "
                               "unsealed on " SEAL-UNSEAL-DATE "."
                       ELSE
                           PERFORM SEAL-UNSEAL-APPLY
                       END-IF
               END-READ
               CLOSE SEAL-FILE
           END-IF.

       SEAL-UNSEAL-APPLY.
      * SEAL-FILE is open I-O with the seal row read.
           DISPLAY "Sealed " SEAL-DATE " for term " SEAL-TERM
               " by " SEAL-BY.
           DISPLAY "  " SEAL-VIOL-DATE " " SEAL-VIOL-TYPE.
           DISPLAY "Reason for unsealing: " WITH NO ADVANCING.
           ACCEPT WS-SEAL-REASON.
           IF WS-SEAL-REASON = SPACES
               DISPLAY "A reason is required - violation left sealed."
           ELSE
               DISPLAY "Unseal this violation? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-SEAL-CONFIRM
               IF WS-SEAL-CONFIRM = "Y" OR WS-SEAL-CONFIRM = "y"
                   PERFORM GET-TODAY-DATE
                   MOVE SPACES TO WS-AUDIT-OLD-VALUES
                   STRING "Sealed " DELIMITED BY SIZE
                       SEAL-DATE DELIMITED BY SIZE
                       " term " DELIMITED BY SIZE
                       SEAL-TERM DELIMITED BY SPACE
                       " by " DELIMITED BY SIZE
                       SEAL-BY DELIMITED BY SPACE
                       INTO WS-AUDIT-OLD-VALUES
                   END-STRING
                   MOVE "U" TO SEAL-STATUS
                   MOVE WS-TODAY-DATE TO SEAL-UNSEAL-DATE
                   MOVE WS-CURRENT-USER TO SEAL-UNSEAL-BY
                   REWRITE SEAL-RECORD
                       INVALID KEY
                           DISPLAY "Warning: could not unseal - "
                               "status " WS-SEAL-STATUS "."
                       NOT INVALID KEY
                           MOVE "UNSEAL" TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AUDIT-NEW-VALUES
                           STRING "Unsealed: " DELIMITED BY SIZE
                               WS-SEAL-REASON DELIMITED BY SIZE
                               INTO WS-AUDIT-NEW-VALUES
                           END-STRING
                           PERFORM WRITE-AUDIT-LOG
                           DISPLAY "Violation #" WS-VIOLATION-COUNT
                               " unsealed - it counts in reports "
                               "and the export again."
                   END-REWRITE
               ELSE
                   DISPLAY "Unseal cancelled."
               END-IF
           END-IF.

       OPEN-SEAL-FOR-LOOKUP.
           MOVE 0 TO WS-SEAL-AVAILABLE.
           OPEN INPUT SEAL-FILE.
           IF WS-SEAL-STATUS = "00"
               MOVE 1 TO WS-SEAL-AVAILABLE
           END-IF.

       CLOSE-SEAL-AFTER-LOOKUP.
           IF WS-SEAL-AVAILABLE = 1
               CLOSE SEAL-FILE
               MOVE 0 TO WS-SEAL-AVAILABLE
           END-IF.

       CHECK-ROW-SEALED.
      * The seal file must be opened via OPEN-SEAL-FOR-LOOKUP.  A row
      * is sealed when a seal still in force is on file for its key,
      * date and type.
           MOVE 0 TO WS-ROW-SEALED.
           IF WS-SEAL-AVAILABLE = 1
               MOVE WS-SEAL-CHK-ID TO SEAL-STUDENT-ID
               MOVE WS-SEAL-CHK-NO TO SEAL-VIOL-NO
               MOVE WS-SEAL-CHK-DATE TO SEAL-VIOL-DATE
               MOVE WS-SEAL-CHK-TYPE TO SEAL-VIOL-TYPE
               READ SEAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEAL-STATUS = "S"
                           MOVE 1 TO WS-ROW-SEALED
                       END-IF
               END-READ
           END-IF.

       CHECK-LIVE-ROW-SEALED.
      * CHECK-ROW-SEALED for the STUDENT-RECORD just read.
           MOVE STUDENT-ID TO WS-SEAL-CHK-ID.
           MOVE VIOLATION-COUNT TO WS-SEAL-CHK-NO.
           MOVE VIOLATION-DATE TO WS-SEAL-CHK-DATE.
           MOVE VIOLATION-TYPE TO WS-SEAL-CHK-TYPE.
           PERFORM CHECK-ROW-SEALED.

       REMOVE-SEAL-ENTRY.
      * A deleted or backed-out violation row takes its seal row with
      * it - only the row made for its WS-VIOLATION-DATE and
      * WS-VIOLATION-TYPE, never an archived violation's seal.
           OPEN I-O SEAL-FILE.
           IF WS-SEAL-STATUS = "00"
               MOVE WS-STUDENT-ID TO SEAL-STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO SEAL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO SEAL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO SEAL-VIOL-TYPE
               READ SEAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE SEAL-FILE RECORD
               END-READ
               CLOSE SEAL-FILE
           END-IF.

       AUDIT-RECONCILIATION.
      * Replays the audit trail against the live file: every record on
      * file should have an ADD entry, and every ADD entry should
      * either still be on file, be in the term archive, or have a
      * matching DELETE.  Anything else means the data and the trail
      * disagree - e.g. someone edited a .dat outside the program.
           DISPLAY " "
           DISPLAY "- AUDIT RECONCILIATION REPORT -".
           MOVE 0 TO WS-REC-ENTRY-COUNT.
           MOVE 0 TO WS-REC-TABLE-FULL.
           MOVE 0 TO WS-REC-NO-ADD.
           MOVE 0 TO WS-REC-LOST-ADD.
           MOVE 0 TO WS-AUD-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "No audit log on file - nothing to reconcile."
               MOVE 1 TO WS-AUD-EOF
           ELSE
               PERFORM UNTIL WS-AUD-EOF = 1
                   READ AUDIT-LOG-FILE
                       AT END MOVE 1 TO WS-AUD-EOF
                       NOT AT END
                           PERFORM PARSE-AUDIT-LINE
                           IF WS-AUD-ACTION = "ADD"
                               OR WS-AUD-ACTION = "DELETE"
                               PERFORM STORE-RECON-ENTRY
                           END-IF
                           IF WS-AUD-ACTION = "MERGE"
                               PERFORM STORE-MERGE-RECON-ENTRIES
                           END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               MOVE 0 TO WS-RECON-ABORT
               PERFORM RECON-PASS-FILE
      *        With no file pass nothing is matched, so the orphan
      *        pass would flag every ADD entry - abandon the run
      *        rather than report false tampering alarms.
               IF WS-RECON-ABORT = 1
                   DISPLAY "Reconciliation abandoned - STUDENT-FILE "
                       "is in use; please try again in a moment."
               ELSE
                   PERFORM RECON-PASS-ARCHIVE
                   PERFORM RECON-PASS-ORPHAN-ADDS
                   DISPLAY " "
                   DISPLAY "Records on file without an ADD entry:   "
                       WS-REC-NO-ADD
                   DISPLAY "ADD entries with no record and no "
                       "DELETE: " WS-REC-LOST-ADD
                   IF WS-REC-NO-ADD = 0 AND WS-REC-LOST-ADD = 0
                       DISPLAY "Audit trail and STUDENT-FILE "
                           "reconcile cleanly."
                   END-IF
               END-IF
           END-IF.

       STORE-RECON-ENTRY.
           IF WS-REC-ENTRY-COUNT < 2000
               ADD 1 TO WS-REC-ENTRY-COUNT
               IF WS-AUD-ACTION = "ADD"
                   MOVE "A" TO WS-REC-ACT (WS-REC-ENTRY-COUNT)
               ELSE
                   MOVE "D" TO WS-REC-ACT (WS-REC-ENTRY-COUNT)
               END-IF
               MOVE WS-AUD-ID TO WS-REC-ID (WS-REC-ENTRY-COUNT)
               MOVE WS-AUD-CNT TO WS-REC-CNT (WS-REC-ENTRY-COUNT)
               MOVE 0 TO WS-REC-MATCHED (WS-REC-ENTRY-COUNT)
           ELSE
               IF WS-REC-TABLE-FULL = 0
                   DISPLAY "Warning: more than 2000 ADD/DELETE audit "
                       "entries - reconciliation is incomplete."
                   MOVE 1 TO WS-REC-TABLE-FULL
               END-IF
           END-IF.

       STORE-MERGE-RECON-ENTRIES.
      * A Student ID merge moves a row's key: replay its per-row MERGE
      * entry as a DELETE of the old key and an ADD of the new one so
      * neither side shows as a discrepancy.  Per-row entries read
      * "From <id> violation #nnnn" / "To <id> violation #nnnn";
      * summary and sanction MERGE entries do not and are skipped.
           IF WS-AUD-OLD (1:5) = "From "
               AND WS-AUD-NEW (1:3) = "To "
               MOVE "DELETE" TO WS-AUD-ACTION
               MOVE WS-AUD-OLD (6:10) TO WS-AUD-ID
               MOVE WS-AUD-OLD (28:4) TO WS-AUD-CNT
               PERFORM STORE-RECON-ENTRY
               MOVE "ADD" TO WS-AUD-ACTION
               MOVE WS-AUD-NEW (4:10) TO WS-AUD-ID
               MOVE WS-AUD-NEW (26:4) TO WS-AUD-CNT
               PERFORM STORE-RECON-ENTRY
           END-IF.

       RECON-PASS-FILE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-FILE-BUSY = 1
               MOVE 1 TO WS-RECON-ABORT
           END-IF.
           IF WS-STUDENT-FILE-STATUS = "35" OR WS-FILE-BUSY = 1
               MOVE 1 TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 1
               READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE STUDENT-ID TO WS-AUD-ID
                       MOVE VIOLATION-COUNT TO WS-REC-KEY-CNT
                       PERFORM FIND-UNMATCHED-ADD-ENTRY
                       IF WS-REC-FOUND-IDX = 0
                           ADD 1 TO WS-REC-NO-ADD
                           DISPLAY "DISCREPANCY: student " STUDENT-ID
                               " violation #" VIOLATION-COUNT
                               " is on file with no ADD audit entry."
                       ELSE
                           MOVE 1 TO
                               WS-REC-MATCHED (WS-REC-FOUND-IDX)
                       END-IF
           END-PERFORM.
           IF WS-STUDENT-FILE-STATUS NOT = "35" AND WS-FILE-BUSY = 0
               CLOSE STUDENT-FILE
           END-IF.

       RECON-PASS-ARCHIVE.
      * Rows moved to the term archive were removed from the live file
      * by the end-of-term job, not by an operator DELETE, so their
      * ADD entries are matched against the archive here.
           MOVE 0 TO WS-AUD-EOF.
           OPEN INPUT TERMARCH-FILE.
           IF WS-TERMARCH-STATUS = "35"
               MOVE 1 TO WS-AUD-EOF
           END-IF.
           PERFORM UNTIL WS-AUD-EOF = 1
               READ TERMARCH-FILE
                   AT END MOVE 1 TO WS-AUD-EOF
                   NOT AT END
                       MOVE TERMARCH-RECORD (1:14) TO WS-REC-ARCH-KEY
                       MOVE WS-REC-ARCH-KEY (1:10) TO WS-AUD-ID
                       MOVE WS-REC-ARCH-KEY (11:4) TO WS-REC-KEY-CNT
                       PERFORM FIND-UNMATCHED-ADD-ENTRY
                       IF WS-REC-FOUND-IDX > 0
                           MOVE 1 TO
                               WS-REC-MATCHED (WS-REC-FOUND-IDX)
                       END-IF
           END-PERFORM.
           IF WS-TERMARCH-STATUS NOT = "35"
               CLOSE TERMARCH-FILE
           END-IF.

       FIND-UNMATCHED-ADD-ENTRY.
      * Looks up the first still-unmatched ADD entry for the key in
      * WS-AUD-ID / WS-REC-KEY-CNT; 0 means none.
           MOVE 0 TO WS-REC-FOUND-IDX.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-ENTRY-COUNT
               IF WS-REC-FOUND-IDX = 0
                   AND WS-REC-ACT (WS-REC-IDX) = "A"
                   AND WS-REC-MATCHED (WS-REC-IDX) = 0
                   AND WS-REC-ID (WS-REC-IDX) = WS-AUD-ID
                   AND WS-REC-CNT (WS-REC-IDX) = WS-REC-KEY-CNT
                   MOVE WS-REC-IDX TO WS-REC-FOUND-IDX
               END-IF
           END-PERFORM.

       RECON-PASS-ORPHAN-ADDS.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-ENTRY-COUNT
               IF WS-REC-ACT (WS-REC-IDX) = "A"
                   AND WS-REC-MATCHED (WS-REC-IDX) = 0
                   MOVE 0 TO WS-REC-D-FOUND
                   PERFORM VARYING WS-REC-JDX FROM 1 BY 1
                       UNTIL WS-REC-JDX > WS-REC-ENTRY-COUNT
                       IF WS-REC-ACT (WS-REC-JDX) = "D"
                           AND WS-REC-ID (WS-REC-JDX) =
                               WS-REC-ID (WS-REC-IDX)
                           AND WS-REC-CNT (WS-REC-JDX) =
                               WS-REC-CNT (WS-REC-IDX)
                           MOVE 1 TO WS-REC-D-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-REC-D-FOUND = 0
                       ADD 1 TO WS-REC-LOST-ADD
                       DISPLAY "DISCREPANCY: ADD audit entry for "
                           "student " WS-REC-ID (WS-REC-IDX)
                           " violation #" WS-REC-CNT (WS-REC-IDX)
                           " has no surviving record, no archive row "
                           "and no DELETE entry."
                   END-IF
               END-IF
           END-PERFORM.

       REVIEW-PENDING-VIOLATIONS.
      * Works through the front-desk queue: approve moves an entry
      * into STUDENT-FILE through the same validation, numbering,
      * audit and sanction path as ADD-VIOLATION; reject records a
      * reason for the desk.  Entries stay on the queue file with
      * status A or R so the desk can see what happened to a report.
           DISPLAY " "
           DISPLAY "- REVIEW PENDING VIOLATIONS -".
           MOVE 0 TO WS-PENDING-EOF.
           MOVE 0 TO WS-PEND-SHOWN.
           MOVE 0 TO WS-PEND-APPROVED.
           MOVE 0 TO WS-PEND-REJECTED.
           OPEN I-O PENDING-FILE.
           MOVE 0 TO WS-PENDING-BUSY.
           IF WS-PENDING-STATUS = "93"
               OR WS-PENDING-STATUS = "94"
               OR WS-PENDING-STATUS = "61"
               DISPLAY "The pending queue is in use by the front "
                   "desk - please try again in a moment."
               MOVE 1 TO WS-PENDING-BUSY
               MOVE 1 TO WS-PENDING-EOF
           END-IF.
           IF WS-PENDING-STATUS = "35"
               DISPLAY "No pending queue on file - nothing to review."
               MOVE 1 TO WS-PENDING-EOF
           END-IF.
           IF WS-PENDING-EOF = 0
               PERFORM LOAD-PENDING-DUP-TABLE
           END-IF.
           PERFORM UNTIL WS-PENDING-EOF = 1
               READ PENDING-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-PENDING-EOF
                   NOT AT END
                       IF PENDING-STATUS = "P"
                           ADD 1 TO WS-PEND-SHOWN
                           PERFORM REVIEW-ONE-PENDING
                       END-IF
           END-PERFORM.
           IF WS-PENDING-STATUS NOT = "35" AND WS-PENDING-BUSY = 0
               CLOSE PENDING-FILE
           END-IF.
           DISPLAY " "
           DISPLAY "Pending reviewed: " WS-PEND-SHOWN
               "  Approved: " WS-PEND-APPROVED
               "  Rejected: " WS-PEND-REJECTED.

       LOAD-PENDING-DUP-TABLE.
      * PENDING-FILE is open I-O.  One pass loads the entries still
      * pending, then the file is set back to its first entry for the
      * review itself.
           MOVE 0 TO WS-PDUP-COUNT.
           MOVE 0 TO WS-PDUP-FULL.
           MOVE 0 TO WS-PDUP-EOF.
           PERFORM UNTIL WS-PDUP-EOF = 1
               READ PENDING-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-PDUP-EOF
                   NOT AT END
                       IF PENDING-STATUS = "P"
                           PERFORM STORE-PENDING-DUP-ENTRY
                       END-IF
           END-PERFORM.
           MOVE 0 TO PENDING-SEQ.
           START PENDING-FILE KEY IS >= PENDING-SEQ
               INVALID KEY MOVE 1 TO WS-PENDING-EOF
           END-START.

       STORE-PENDING-DUP-ENTRY.
           IF WS-PDUP-COUNT < 500
               ADD 1 TO WS-PDUP-COUNT
               MOVE PENDING-SEQ TO WS-PDUP-SEQ (WS-PDUP-COUNT)
               MOVE PENDING-STUDENT-ID
                   TO WS-PDUP-STUDENT-ID (WS-PDUP-COUNT)
               MOVE PENDING-DATE TO WS-PDUP-DATE (WS-PDUP-COUNT)
               MOVE PENDING-TYPE TO WS-PDUP-TYPE (WS-PDUP-COUNT)
               MOVE PENDING-STATUS TO WS-PDUP-STATUS (WS-PDUP-COUNT)
           ELSE
               IF WS-PDUP-FULL = 0
                   DISPLAY "Warning: more than 500 pending entries - "
                       "the duplicate check covers the first 500."
                   MOVE 1 TO WS-PDUP-FULL
               END-IF
           END-IF.

       PENDING-CHECK-DUPLICATE.
      * Flags the entry when the same student, date and violation code
      * is still pending under an earlier queue number, or is already
      * a row on the live file.
           MOVE 0 TO WS-PDUP-FLAG.
           MOVE 0 TO WS-PDUP-OF-SEQ.
           MOVE 0 TO WS-PDUP-OF-VIOL.
           MOVE 0 TO WS-PDUP-SELF.
           PERFORM VARYING WS-PDUP-IDX FROM 1 BY 1
               UNTIL WS-PDUP-IDX > WS-PDUP-COUNT
               IF WS-PDUP-SEQ (WS-PDUP-IDX) = PENDING-SEQ
                   MOVE WS-PDUP-IDX TO WS-PDUP-SELF
               ELSE
                   IF WS-PDUP-STATUS (WS-PDUP-IDX) = "P"
                       AND WS-PDUP-SEQ (WS-PDUP-IDX) < PENDING-SEQ
                       AND WS-PDUP-STUDENT-ID (WS-PDUP-IDX)
                           = PENDING-STUDENT-ID
                       AND WS-PDUP-DATE (WS-PDUP-IDX) = PENDING-DATE
                       AND WS-PDUP-TYPE (WS-PDUP-IDX) = PENDING-TYPE
                       AND WS-PDUP-OF-SEQ = 0
                       MOVE 1 TO WS-PDUP-FLAG
                       MOVE WS-PDUP-SEQ (WS-PDUP-IDX) TO WS-PDUP-OF-SEQ
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PDUP-EOF.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-STUDENT-FILE-STATUS = "35" OR WS-FILE-BUSY = 1
               MOVE 1 TO WS-PDUP-EOF
           ELSE
               MOVE PENDING-STUDENT-ID TO STUDENT-ID
               START STUDENT-FILE KEY IS >= STUDENT-ID
                   INVALID KEY MOVE 1 TO WS-PDUP-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-PDUP-EOF = 1
               READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                   AT END MOVE 1 TO WS-PDUP-EOF
                   NOT AT END
                       IF STUDENT-ID NOT = PENDING-STUDENT-ID
                           MOVE 1 TO WS-PDUP-EOF
                       ELSE
                           IF VIOLATION-DATE = PENDING-DATE
                               AND VIOLATION-TYPE = PENDING-TYPE
                               AND WS-PDUP-OF-VIOL = 0
                               MOVE 1 TO WS-PDUP-FLAG
                               MOVE VIOLATION-COUNT TO WS-PDUP-OF-VIOL
                           END-IF
                       END-IF
           END-PERFORM.
           IF WS-STUDENT-FILE-STATUS NOT = "35" AND WS-FILE-BUSY = 0
               CLOSE STUDENT-FILE
           END-IF.

       REVIEW-ONE-PENDING.
           PERFORM PENDING-CHECK-DUPLICATE.
           DISPLAY "----------------------------------".
           DISPLAY "Pending #" PENDING-SEQ
               "  Student: " PENDING-STUDENT-ID
               " " PENDING-NAME.
           DISPLAY "  Program: " PENDING-COURSE
               "  Year/Section: " PENDING-SECTION.
           DISPLAY "  Date: " PENDING-DATE
               "  Type: " PENDING-TYPE.
           DISPLAY "  Remarks: " PENDING-REMARKS.
           DISPLAY "  Reported by: " PENDING-REPORTER.
           IF WS-PDUP-FLAG = 1
               DISPLAY "  ** POSSIBLE DUPLICATE **"
               IF WS-PDUP-OF-SEQ > 0
                   DISPLAY "     Same student, date and type as "
                       "pending #" WS-PDUP-OF-SEQ
               END-IF
               IF WS-PDUP-OF-VIOL > 0
                   DISPLAY "     Same student, date and type as "
                       "violation #" WS-PDUP-OF-VIOL " on file"
               END-IF
               DISPLAY "(A)pprove, (R)eject, (D)uplicate - reject, "
                   "(S)kip, (Q)uit review: " WITH NO ADVANCING
           ELSE
               DISPLAY "(A)pprove, (R)eject, (S)kip, (Q)uit review: "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-REVIEW-ANSWER.
           EVALUATE WS-REVIEW-ANSWER
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-PENDING-ENTRY
               WHEN "R"
               WHEN "r"
                   PERFORM REJECT-PENDING-ENTRY
               WHEN "D"
               WHEN "d"
                   IF WS-PDUP-FLAG = 1
                       PERFORM REJECT-PENDING-DUPLICATE
                   END-IF
               WHEN "Q"
               WHEN "q"
                   MOVE 1 TO WS-PENDING-EOF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-PDUP-SELF > 0
               MOVE PENDING-STATUS TO WS-PDUP-STATUS (WS-PDUP-SELF)
           END-IF.

       APPROVE-PENDING-ENTRY.
           MOVE PENDING-STUDENT-ID TO WS-STUDENT-ID.
           MOVE PENDING-DATE TO WS-VIOLATION-DATE.
           MOVE PENDING-TYPE TO WS-VIOLATION-TYPE.
           MOVE PENDING-REMARKS TO WS-VIOLATION-REMARKS.
           MOVE PENDING-NAME TO WS-STUDENT-NAME.
           MOVE PENDING-COURSE TO WS-COURSE.
           MOVE PENDING-SECTION TO WS-STUDENT-SECTION.
           PERFORM FETCH-MASTER-DEMOGRAPHICS.
           IF WS-MASTER-FOUND = 0
      *        First report on a student the desk met before the
      *        office did - the intake demographics create the master.
               PERFORM WRITE-MASTER-RECORD
               PERFORM FETCH-MASTER-DEMOGRAPHICS
           END-IF.
           IF WS-MASTER-FOUND = 0
               DISPLAY "Could not establish a master record - entry "
                   "left pending."
           ELSE
               IF WS-MASTER-ENROLLED = "N"
                   DISPLAY "Student " WS-STUDENT-ID " is flagged NOT "
                       "ENROLLED by the roster sync - approve "
                       "anyway? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-ENROLL-ANSWER
               ELSE
                   MOVE "Y" TO WS-ENROLL-ANSWER
               END-IF
               IF WS-ENROLL-ANSWER NOT = "Y"
                   AND WS-ENROLL-ANSWER NOT = "y"
                   DISPLAY "Entry left pending - verify the student "
                       "with the registrar."
               ELSE
               DISPLAY "Link to Incident # (0 = none): "
                   WITH NO ADVANCING
               ACCEPT WS-INCIDENT-NO
               MOVE PENDING-REPORTER TO WS-REPORTER-ID
               MOVE "Q" TO WS-RPTL-SOURCE
               IF WS-REPORTER-ID = SPACES
                   DISPLAY "No reporter on this entry - enter "
                       "Reporting Staff ID: " WITH NO ADVANCING
                   ACCEPT WS-REPORTER-ID
               END-IF
               PERFORM VALIDATE-VIOLATION-INPUT
               PERFORM CHECK-INCIDENT-LINK
               IF WS-VALID-ENTRY = 1
                   PERFORM CHECK-REPORTER
               END-IF
               IF WS-VALID-ENTRY = 0
                   DISPLAY "Entry fails validation - fix the data or "
                       "reject it; left pending."
               ELSE
                   PERFORM ADD-VIOLATION-TO-FILE
                   IF WS-ADD-OK = 1
                       MOVE "A" TO PENDING-STATUS
                       REWRITE PENDING-RECORD
                       ADD 1 TO WS-PEND-APPROVED
                       DISPLAY "Pending #" PENDING-SEQ " approved."
                       PERFORM WRITE-APPROVE-AUDIT
                   ELSE
                       DISPLAY "Could not load the entry - left "
                           "pending."
                   END-IF
               END-IF
               END-IF
           END-IF.

       WRITE-APPROVE-AUDIT.
      * The ADD entry records the row itself; this entry records that
      * it came from the front-desk queue and who approved it, under
      * the violation number the row was just given.
           MOVE "APPROVE" TO WS-AUDIT-ACTION.
           MOVE PENDING-STUDENT-ID TO WS-STUDENT-ID.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES.
           STRING "Pending #" DELIMITED BY SIZE
               PENDING-SEQ DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PENDING-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PENDING-TYPE DELIMITED BY SIZE
               INTO WS-AUDIT-OLD-VALUES
           END-STRING.
           MOVE "Approved" TO WS-AUDIT-NEW-VALUES.
           PERFORM WRITE-AUDIT-LOG.

       REJECT-PENDING-ENTRY.
           DISPLAY "Reject reason: " WITH NO ADVANCING.
           ACCEPT WS-REVIEW-REASON.
           PERFORM REJECT-PENDING-APPLY.

       REJECT-PENDING-DUPLICATE.
      * One-keystroke reject of an entry flagged as a possible
      * duplicate; the reason names the report it repeats.
           MOVE SPACES TO WS-REVIEW-REASON.
           IF WS-PDUP-OF-SEQ > 0
               STRING "DUPLICATE OF PENDING #" DELIMITED BY SIZE
                   WS-PDUP-OF-SEQ DELIMITED BY SIZE
                   INTO WS-REVIEW-REASON
               END-STRING
           ELSE
               STRING "DUPLICATE OF VIOLATION #" DELIMITED BY SIZE
                   WS-PDUP-OF-VIOL DELIMITED BY SIZE
                   INTO WS-REVIEW-REASON
               END-STRING
           END-IF.
           PERFORM REJECT-PENDING-APPLY.

       REJECT-PENDING-APPLY.
           MOVE "R" TO PENDING-STATUS.
           MOVE WS-REVIEW-REASON TO PENDING-REASON.
           REWRITE PENDING-RECORD.
           ADD 1 TO WS-PEND-REJECTED.
           DISPLAY "Pending #" PENDING-SEQ " rejected.".
           MOVE "REJECT" TO WS-AUDIT-ACTION.
           MOVE PENDING-STUDENT-ID TO WS-STUDENT-ID.
           MOVE 0 TO WS-VIOLATION-COUNT.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES.
           STRING "Pending #" DELIMITED BY SIZE
               PENDING-SEQ DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PENDING-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PENDING-TYPE DELIMITED BY SIZE
               INTO WS-AUDIT-OLD-VALUES
           END-STRING.
           MOVE SPACES TO WS-AUDIT-NEW-VALUES.
           STRING "Rejected: " DELIMITED BY SIZE
               WS-REVIEW-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUES
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

       SET-STATUS-TEXT.
      * Legacy rows written before the lifecycle fields existed carry
      * a space in VIOLATION-STATUS and read as open.
           EVALUATE VIOLATION-STATUS
               WHEN "R"
                   MOVE "RESOLVED" TO WS-STATUS-TEXT
               WHEN "D"
                   MOVE "DISMISSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATUS-TEXT
           END-EVALUATE.

       RESOLVE-VIOLATION.
           DISPLAY " "
           DISPLAY "- RESOLVE VIOLATION -".
           PERFORM CHECK-JOB-LOCK.
           IF WS-JOB-RUNNING = 1
               DISPLAY "Resolution abandoned - try again after the "
                   "job."
           ELSE
               PERFORM RESOLVE-VIOLATION-SELECT
           END-IF.

       RESOLVE-VIOLATION-SELECT.
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           PERFORM LIST-STUDENT-VIOLATIONS.
           IF WS-RECORD-FOUND = 0
               DISPLAY "No record found for Student ID: " WS-STUDENT-ID
           ELSE
               DISPLAY "Enter Violation # to resolve: " WITH
                   NO ADVANCING
               ACCEPT WS-VIOLATION-COUNT
               MOVE WS-STUDENT-ID TO STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO VIOLATION-COUNT
               OPEN I-O STUDENT-FILE
               PERFORM CHECK-STUDENT-FILE-BUSY
               IF WS-FILE-BUSY = 0
                   READ STUDENT-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   PERFORM CHECK-RECORD-LOCKED
                   IF WS-RECORD-LOCKED = 0
                       IF WS-STUDENT-FILE-STATUS = "00"
                           PERFORM RESOLVE-VIOLATION-DETAILS
                       ELSE
                           DISPLAY "Violation # not found for student."
                       END-IF
                   END-IF
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.

       RESOLVE-VIOLATION-DETAILS.
           IF VIOLATION-STATUS = "R" OR VIOLATION-STATUS = "D"
               PERFORM SET-STATUS-TEXT
               DISPLAY "That violation is already " WS-STATUS-TEXT
                   " (" RESOLVED-DATE ")."
           ELSE
               DISPLAY "Mark as (R)esolved or (D)ismissed: "
                   WITH NO ADVANCING
               ACCEPT WS-RES-STATUS
               IF WS-RES-STATUS NOT = "R" AND WS-RES-STATUS NOT = "D"
                   DISPLAY "Status must be R or D - nothing changed."
               ELSE
                   DISPLAY "Resolution date (YYYY-MM-DD): "
                       WITH NO ADVANCING
                   ACCEPT WS-RES-DATE
                   MOVE WS-RES-DATE TO WS-DATE-INPUT
                   PERFORM CHECK-DATE-FORMAT
                   IF WS-DATE-OK = 0
                       DISPLAY "Date must be in YYYY-MM-DD format - "
                           "nothing changed."
                   ELSE
                       DISPLAY "Resolver remarks: " WITH NO ADVANCING
                       ACCEPT WS-RES-REMARKS
                       PERFORM SET-STATUS-TEXT
                       MOVE SPACES TO WS-AUDIT-OLD-VALUES
                       STRING WS-STATUS-TEXT DELIMITED BY SIZE
                           INTO WS-AUDIT-OLD-VALUES
                       END-STRING
                       MOVE WS-RES-STATUS TO VIOLATION-STATUS
                       MOVE WS-RES-DATE TO RESOLVED-DATE
                       MOVE WS-RES-REMARKS TO RESOLVED-REMARKS
                       REWRITE STUDENT-RECORD
                       PERFORM SET-STATUS-TEXT
                       DISPLAY "Violation #" WS-VIOLATION-COUNT
                           " marked " WS-STATUS-TEXT "."
                       MOVE "RESOLVE" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-NEW-VALUES
                       STRING WS-STATUS-TEXT DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-RES-DATE DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-RES-REMARKS DELIMITED BY SIZE
                           INTO WS-AUDIT-NEW-VALUES
                           ON OVERFLOW
                               DISPLAY "Warning: audit new-values "
                                   "entry truncated."
                       END-STRING
                       PERFORM WRITE-AUDIT-LOG
      *                A dismissed offense owes nothing: its fine is
      *                offset by a waiver, as for a deleted row.  A
      *                resolved one still owes its fine.
                       IF WS-RES-STATUS = "D"
                           MOVE VIOLATION-DATE TO WS-VIOLATION-DATE
                           MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE
                           MOVE "VIOLATION DISMISSED"
                               TO WS-LEDG-REMARKS
                           PERFORM REVERSE-FINE-CHARGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CLEARANCE-CHECK.
           DISPLAY " "
           DISPLAY "- STUDENT CLEARANCE -".
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           PERFORM FETCH-MASTER-DEMOGRAPHICS.
           IF WS-MASTER-FOUND = 0
               DISPLAY "Student ID " WS-STUDENT-ID " is not on the "
                   "student master."
           ELSE
               MOVE 0 TO WS-OPEN-COUNT
               MOVE 0 TO WS-CLEAR-ABORT
               MOVE 0 TO WS-EOF
               OPEN INPUT STUDENT-FILE
               PERFORM CHECK-STUDENT-FILE-BUSY
      *        A certificate may only be issued from a completed scan
      *        of the student's violations: an unreadable file must
      *        abandon the check, never clear the student.
               IF WS-FILE-BUSY = 1
                   MOVE 1 TO WS-CLEAR-ABORT
                   MOVE 1 TO WS-EOF
               ELSE
                   IF WS-STUDENT-FILE-STATUS = "35"
                       MOVE 1 TO WS-EOF
                   ELSE
                       MOVE WS-STUDENT-ID TO STUDENT-ID
                       START STUDENT-FILE KEY IS >= STUDENT-ID
                           INVALID KEY MOVE 1 TO WS-EOF
                       END-START
                   END-IF
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF STUDENT-ID NOT = WS-STUDENT-ID
                               MOVE 1 TO WS-EOF
                           ELSE
                               IF VIOLATION-STATUS NOT = "R"
                                   AND VIOLATION-STATUS NOT = "D"
                                   ADD 1 TO WS-OPEN-COUNT
                                   DISPLAY "  BLOCKING: Violation #"
                                       VIOLATION-COUNT " "
                                       VIOLATION-DATE " "
                                       VIOLATION-TYPE " - "
                                       VIOLATION-REMARKS
                               END-IF
                           END-IF
               END-PERFORM
               IF WS-STUDENT-FILE-STATUS NOT = "35"
                   AND WS-FILE-BUSY = 0
                   CLOSE STUDENT-FILE
               END-IF
      *        Unpaid fines block clearance the same way open cases
      *        do, and an unreadable ledger abandons the check.
               IF WS-CLEAR-ABORT = 0
                   PERFORM COMPUTE-LEDGER-BALANCE
                   IF WS-LEDGER-READ-OK = 0
                       MOVE 1 TO WS-CLEAR-ABORT
                   END-IF
               END-IF
               IF WS-CLEAR-ABORT = 1
                   DISPLAY "Clearance check abandoned - the "
                       "violation file or fines ledger could not be "
                       "read; no certificate issued. Please try again."
               ELSE
                   IF WS-OPEN-COUNT = 0 AND WS-LEDG-BALANCE NOT > 0
                       PERFORM PRINT-CLEARANCE-CERTIFICATE
                   END-IF
                   IF WS-OPEN-COUNT > 0
                       DISPLAY "Clearance BLOCKED: " WS-OPEN-COUNT
                           " open violation(s) listed above must be "
                           "resolved or dismissed first."
                   END-IF
                   IF WS-LEDG-BALANCE > 0
                       MOVE WS-LEDG-BALANCE TO WS-LEDG-MONEY-ED
                       DISPLAY "Clearance BLOCKED: unpaid fines of "
                           WS-LEDG-MONEY-ED " must be paid or waived "
                           "first."
                   END-IF
               END-IF
           END-IF.

       PRINT-CLEARANCE-CERTIFICATE.
           PERFORM GET-TODAY-DATE.
           OPEN EXTEND CLEARANCE-FILE.
           IF WS-CLEARANCE-STATUS = "35"
               OPEN OUTPUT CLEARANCE-FILE
           END-IF.
           MOVE ALL "=" TO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           MOVE "CERTIFICATE OF CLEARANCE" TO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           MOVE SPACES TO WS-CLEAR-LINE.
           STRING "Date Issued: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           MOVE SPACES TO WS-CLEAR-LINE.
           STRING "Student: " DELIMITED BY SIZE
               WS-STUDENT-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-STUDENT-ID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           MOVE SPACES TO WS-CLEAR-LINE.
           STRING "Section: " DELIMITED BY SIZE
               WS-STUDENT-SECTION DELIMITED BY SIZE
               "  Course: " DELIMITED BY SIZE
               WS-COURSE DELIMITED BY SIZE
               INTO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           MOVE SPACES TO WS-CLEAR-LINE.
           STRING "This certifies that the student named above has "
               "no outstanding" DELIMITED BY SIZE
               INTO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           MOVE SPACES TO WS-CLEAR-LINE.
           STRING "violation cases or unpaid fines with the discipline "
               "office as of the date of issue." DELIMITED BY SIZE
               INTO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           MOVE SPACES TO WS-CLEAR-LINE.
           WRITE CLEARANCE-RECORD FROM WS-CLEAR-LINE.
           CLOSE CLEARANCE-FILE.
           DISPLAY "Student is CLEARED - certificate appended to "
               "CLEARANCE.dat".

       LEDGER-MENU.
           DISPLAY " "
           DISPLAY "- FINES AND PAYMENTS LEDGER -"
           DISPLAY "1 - Post Payment"
           DISPLAY "2 - Post Waiver"
           DISPLAY "3 - Statement of Account"
           DISPLAY "4 - Cashier Period Report"
           DISPLAY "5 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-LEDGER-CHOICE.
           EVALUATE WS-LEDGER-CHOICE
               WHEN 1
                   MOVE "P" TO WS-LEDG-TYPE
                   PERFORM LEDGER-POST-CREDIT
               WHEN 2
                   MOVE "W" TO WS-LEDG-TYPE
                   PERFORM LEDGER-POST-CREDIT
               WHEN 3
                   PERFORM LEDGER-STATEMENT
               WHEN 4
                   PERFORM LEDGER-CASHIER-REPORT
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       POST-FINE-CHARGE.
      * A violation whose code carries a fine charges the student's
      * ledger on the day it reaches the file, whether it was keyed,
      * approved from the pending queue or loaded by the batch import.
           PERFORM FETCH-VIOLATION-CODE.
           IF WS-VIOCODE-FOUND = 1 AND WS-VIO-FINE > 0
               PERFORM GET-TODAY-DATE
               MOVE "C" TO WS-LEDG-TYPE
               MOVE WS-TODAY-DATE TO WS-LEDG-DATE
               MOVE WS-VIO-FINE TO WS-LEDG-AMOUNT
               MOVE WS-VIOLATION-COUNT TO WS-LEDG-VIOL-NO
               MOVE WS-VIOLATION-TYPE TO WS-LEDG-CODE
               MOVE WS-VIOLATION-DATE TO WS-LEDG-VIOL-DATE
               MOVE SPACES TO WS-LEDG-OR-NO
               MOVE SPACES TO WS-LEDG-REMARKS
               STRING "Violation dated " DELIMITED BY SIZE
                   WS-VIOLATION-DATE DELIMITED BY SIZE
                   INTO WS-LEDG-REMARKS
               END-STRING
               PERFORM WRITE-LEDGER-ENTRY
               IF WS-LEDG-OK = 1
                   MOVE WS-VIO-FINE TO WS-VIO-FINE-ED
                   DISPLAY "Fine of " WS-VIO-FINE-ED " charged to the "
                       "student's ledger."
               END-IF
           END-IF.

       WRITE-LEDGER-ENTRY.
      * Posts one entry for WS-STUDENT-ID from the WS-LEDG- fields
      * under the student's next ledger sequence number and cuts the
      * audit entry.  WS-LEDG-OK is 1 when the entry made it to file.
           MOVE 0 TO WS-LEDG-OK.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "Error: could not open LEDGER.dat (status "
                   WS-LEDGER-STATUS ") - ledger entry not posted."
           ELSE
               PERFORM FIND-NEXT-LEDGER-SEQ
               MOVE WS-STUDENT-ID TO LEDGER-STUDENT-ID
               MOVE WS-LEDG-SEQ TO LEDGER-SEQ
               MOVE WS-LEDG-TYPE TO LEDGER-TYPE
               MOVE WS-LEDG-DATE TO LEDGER-DATE
               MOVE WS-LEDG-AMOUNT TO LEDGER-AMOUNT
               MOVE WS-LEDG-VIOL-NO TO LEDGER-VIOL-NO
               MOVE WS-LEDG-CODE TO LEDGER-CODE
               MOVE WS-LEDG-VIOL-DATE TO LEDGER-VIOL-DATE
               MOVE WS-LEDG-OR-NO TO LEDGER-OR-NO
               MOVE WS-LEDG-REMARKS TO LEDGER-REMARKS
               MOVE WS-CURRENT-USER TO LEDGER-POSTED-BY
               WRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "Error: ledger entry " WS-LEDG-SEQ
                           " already exists for this student - not "
                           "posted."
                   NOT INVALID KEY
                       MOVE 1 TO WS-LEDG-OK
               END-WRITE
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-LEDG-OK = 1
               EVALUATE WS-LEDG-TYPE
                   WHEN "C"
                       MOVE "FINE" TO WS-AUDIT-ACTION
                   WHEN "P"
                       MOVE "PAYMENT" TO WS-AUDIT-ACTION
                   WHEN OTHER
                       MOVE "WAIVER" TO WS-AUDIT-ACTION
               END-EVALUATE
               MOVE WS-LEDG-VIOL-NO TO WS-VIOLATION-COUNT
               MOVE WS-LEDG-AMOUNT TO WS-LEDG-AMOUNT-ED
               MOVE "N/A" TO WS-AUDIT-OLD-VALUES
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "Ledger #" DELIMITED BY SIZE
                   WS-LEDG-SEQ DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-LEDG-DATE DELIMITED BY SIZE
                   "/amount " DELIMITED BY SIZE
                   WS-LEDG-AMOUNT-ED DELIMITED BY SIZE
                   "/code " DELIMITED BY SIZE
                   WS-LEDG-CODE DELIMITED BY SIZE
                   "/OR " DELIMITED BY SIZE
                   WS-LEDG-OR-NO DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-LEDG-REMARKS DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       FIND-NEXT-LEDGER-SEQ.
      * LEDGER-FILE must be open; WS-LEDG-SEQ ends one past the
      * highest sequence number already used for WS-STUDENT-ID.
           MOVE 0 TO WS-LEDG-SEQ.
           MOVE 0 TO WS-LEDGER-EOF.
           MOVE WS-STUDENT-ID TO LEDGER-STUDENT-ID.
           MOVE 0 TO LEDGER-SEQ.
           START LEDGER-FILE KEY IS >= LEDGER-KEY
               INVALID KEY MOVE 1 TO WS-LEDGER-EOF
           END-START.
           PERFORM UNTIL WS-LEDGER-EOF = 1
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-LEDGER-EOF
                   NOT AT END
                       IF LEDGER-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE 1 TO WS-LEDGER-EOF
                       ELSE
                           MOVE LEDGER-SEQ TO WS-LEDG-SEQ
                       END-IF
           END-PERFORM.
           ADD 1 TO WS-LEDG-SEQ.

       COMPUTE-LEDGER-BALANCE.
      * Totals WS-STUDENT-ID's ledger into charges, payments, waivers
      * and balance owing.  A ledger not yet created reads as nothing
      * owed, but WS-LEDGER-READ-OK stays 0 when the file exists and
      * cannot be opened, so clearance is abandoned rather than given
      * on a balance that was never read.
           MOVE 0 TO WS-LEDG-CHARGES.
           MOVE 0 TO WS-LEDG-PAYMENTS.
           MOVE 0 TO WS-LEDG-WAIVERS.
           MOVE 0 TO WS-LEDG-BALANCE.
           MOVE 0 TO WS-LEDGER-READ-OK.
           MOVE 0 TO WS-LEDGER-EOF.
           OPEN INPUT LEDGER-FILE.
           EVALUATE WS-LEDGER-STATUS
               WHEN "00"
                   MOVE 1 TO WS-LEDGER-READ-OK
                   MOVE WS-STUDENT-ID TO LEDGER-STUDENT-ID
                   MOVE 0 TO LEDGER-SEQ
                   START LEDGER-FILE KEY IS >= LEDGER-KEY
                       INVALID KEY MOVE 1 TO WS-LEDGER-EOF
                   END-START
                   PERFORM UNTIL WS-LEDGER-EOF = 1
                       READ LEDGER-FILE NEXT RECORD
                           AT END MOVE 1 TO WS-LEDGER-EOF
                           NOT AT END
                               IF LEDGER-STUDENT-ID NOT = WS-STUDENT-ID
                                   MOVE 1 TO WS-LEDGER-EOF
                               ELSE
                                   PERFORM ADD-LEDGER-TO-TOTALS
                               END-IF
                   END-PERFORM
                   CLOSE LEDGER-FILE
               WHEN "35"
                   MOVE 1 TO WS-LEDGER-READ-OK
               WHEN OTHER
                   DISPLAY "Could not open LEDGER.dat (status "
                       WS-LEDGER-STATUS ")."
           END-EVALUATE.
           COMPUTE WS-LEDG-BALANCE = WS-LEDG-CHARGES
               - WS-LEDG-PAYMENTS - WS-LEDG-WAIVERS.

       ADD-LEDGER-TO-TOTALS.
           EVALUATE LEDGER-TYPE
               WHEN "C"
                   ADD LEDGER-AMOUNT TO WS-LEDG-CHARGES
                   ADD 1 TO WS-LEDG-CHARGE-CNT
               WHEN "P"
                   ADD LEDGER-AMOUNT TO WS-LEDG-PAYMENTS
                   ADD 1 TO WS-LEDG-PAYMENT-CNT
               WHEN "W"
                   ADD LEDGER-AMOUNT TO WS-LEDG-WAIVERS
                   ADD 1 TO WS-LEDG-WAIVER-CNT
           END-EVALUATE.

       LEDGER-POST-CREDIT.
      * Payments ("P") and waivers ("W") are posted the same way:
      * against a balance actually owing, never beyond it, and each
      * under its own official receipt number.
           DISPLAY " ".
           IF WS-LEDG-TYPE = "P"
               DISPLAY "- POST PAYMENT -"
           ELSE
               DISPLAY "- POST WAIVER -"
           END-IF.
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           PERFORM COMPUTE-LEDGER-BALANCE.
           IF WS-LEDGER-READ-OK = 0
               DISPLAY "The ledger could not be read - nothing posted."
           ELSE
               IF WS-LEDG-BALANCE NOT > 0
                   DISPLAY "Student " WS-STUDENT-ID " owes nothing - "
                       "nothing to post."
               ELSE
                   MOVE WS-LEDG-BALANCE TO WS-LEDG-MONEY-ED
                   DISPLAY "Balance owing: " WS-LEDG-MONEY-ED
                   PERFORM LEDGER-ACCEPT-CREDIT
               END-IF
           END-IF.

       LEDGER-ACCEPT-CREDIT.
           DISPLAY "Enter Amount: " WITH NO ADVANCING.
           ACCEPT WS-LEDG-AMOUNT.
           DISPLAY "Enter Official Receipt No.: " WITH NO ADVANCING.
           ACCEPT WS-LEDG-OR-NO.
           IF WS-LEDG-TYPE = "P"
               DISPLAY "Enter Remarks: " WITH NO ADVANCING
           ELSE
               DISPLAY "Enter Reason for Waiver: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-LEDG-REMARKS.
           EVALUATE TRUE
               WHEN WS-LEDG-AMOUNT = 0
                   DISPLAY "Amount must be greater than zero - "
                       "nothing posted."
               WHEN WS-LEDG-AMOUNT > WS-LEDG-BALANCE
                   DISPLAY "Amount exceeds the balance owing - "
                       "nothing posted."
               WHEN WS-LEDG-OR-NO = SPACES
                   DISPLAY "An official receipt number is required - "
                       "nothing posted."
               WHEN WS-LEDG-TYPE = "W" AND WS-LEDG-REMARKS = SPACES
                   DISPLAY "A waiver must give its reason - nothing "
                       "posted."
               WHEN OTHER
                   PERFORM CHECK-OR-NUMBER-USED
                   IF WS-LEDG-OR-USED = 1
                       DISPLAY "OR No. " WS-LEDG-OR-NO " is already on "
                           "the ledger - nothing posted."
                   ELSE
                       PERFORM GET-TODAY-DATE
                       MOVE WS-TODAY-DATE TO WS-LEDG-DATE
                       MOVE 0 TO WS-LEDG-VIOL-NO
                       MOVE SPACES TO WS-LEDG-CODE
                       MOVE SPACES TO WS-LEDG-VIOL-DATE
                       PERFORM WRITE-LEDGER-ENTRY
                       IF WS-LEDG-OK = 1
                           COMPUTE WS-LEDG-BALANCE = WS-LEDG-BALANCE
                               - WS-LEDG-AMOUNT
                           MOVE WS-LEDG-BALANCE TO WS-LEDG-MONEY-ED
                           DISPLAY "Posted as ledger #" WS-LEDG-SEQ
                               ". Balance now owing: " WS-LEDG-MONEY-ED
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-OR-NUMBER-USED.
      * An official receipt number may appear on the ledger once only,
      * whichever student it was issued to.
           MOVE 0 TO WS-LEDG-OR-USED.
           MOVE 0 TO WS-LEDGER-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE 1 TO WS-LEDGER-EOF
           END-IF.
           PERFORM UNTIL WS-LEDGER-EOF = 1
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-LEDGER-EOF
                   NOT AT END
                       IF LEDGER-OR-NO = WS-LEDG-OR-NO
                           MOVE 1 TO WS-LEDG-OR-USED
                           MOVE 1 TO WS-LEDGER-EOF
                       END-IF
           END-PERFORM.
           IF WS-LEDGER-STATUS = "00"
               CLOSE LEDGER-FILE
           END-IF.

       SET-LEDGER-LINE-FIELDS.
      * Type text and reference column for the LEDGER-RECORD just
      * read: a charge shows its violation, a payment or waiver its
      * receipt number.
           MOVE SPACES TO WS-LEDG-REF.
           EVALUATE LEDGER-TYPE
               WHEN "C"
                   MOVE "CHARGE" TO WS-LEDG-TYPE-TEXT
                   STRING "Viol #" DELIMITED BY SIZE
                       LEDGER-VIOL-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LEDGER-CODE DELIMITED BY SIZE
                       INTO WS-LEDG-REF
                   END-STRING
               WHEN "P"
                   MOVE "PAYMENT" TO WS-LEDG-TYPE-TEXT
                   STRING "OR " DELIMITED BY SIZE
                       LEDGER-OR-NO DELIMITED BY SIZE
                       INTO WS-LEDG-REF
                   END-STRING
               WHEN OTHER
                   MOVE "WAIVER" TO WS-LEDG-TYPE-TEXT
                   STRING "OR " DELIMITED BY SIZE
                       LEDGER-OR-NO DELIMITED BY SIZE
                       INTO WS-LEDG-REF
                   END-STRING
           END-EVALUATE.
           MOVE LEDGER-AMOUNT TO WS-LEDG-AMOUNT-ED.

       LEDGER-STATEMENT.
      * Statement of account for one student: every ledger entry in
      * posting order with a running balance, appended to
      * STATEMENT.dat for printing.
           DISPLAY " "
           DISPLAY "- STATEMENT OF ACCOUNT -".
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           PERFORM FETCH-MASTER-DEMOGRAPHICS.
           IF WS-MASTER-FOUND = 0
               MOVE SPACES TO WS-STUDENT-NAME
               MOVE SPACES TO WS-STUDENT-SECTION
           END-IF.
           MOVE 0 TO WS-LEDGER-EOF.
           MOVE 0 TO WS-LEDG-RUNNING.
           MOVE 0 TO WS-LEDG-CHARGE-CNT.
           MOVE 0 TO WS-LEDG-PAYMENT-CNT.
           MOVE 0 TO WS-LEDG-WAIVER-CNT.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "35"
               DISPLAY "Could not open LEDGER.dat (status "
                   WS-LEDGER-STATUS ") - no statement printed."
           ELSE
               IF WS-LEDGER-STATUS = "35"
                   MOVE 1 TO WS-LEDGER-EOF
               ELSE
                   MOVE WS-STUDENT-ID TO LEDGER-STUDENT-ID
                   MOVE 0 TO LEDGER-SEQ
                   START LEDGER-FILE KEY IS >= LEDGER-KEY
                       INVALID KEY MOVE 1 TO WS-LEDGER-EOF
                   END-START
               END-IF
               PERFORM GET-TODAY-DATE
               OPEN EXTEND STATEMENT-FILE
               IF WS-STATEMENT-STATUS = "35"
                   OPEN OUTPUT STATEMENT-FILE
               END-IF
               MOVE ALL "=" TO WS-LEDG-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "STATEMENT OF ACCOUNT - DISCIPLINE OFFICE FINES"
                   TO WS-LEDG-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO WS-LEDG-LINE
               STRING "As of: " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO WS-LEDG-LINE
               STRING "Student: " DELIMITED BY SIZE
                   WS-STUDENT-NAME DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-STUDENT-ID DELIMITED BY SIZE
                   ")  Section: " DELIMITED BY SIZE
                   WS-STUDENT-SECTION DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO WS-LEDG-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO WS-LEDG-LINE
               STRING "Date       Type    Reference                  "
                   "   Amount       Balance  Remarks" DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               PERFORM UNTIL WS-LEDGER-EOF = 1
                   READ LEDGER-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-LEDGER-EOF
                       NOT AT END
                           IF LEDGER-STUDENT-ID NOT = WS-STUDENT-ID
                               MOVE 1 TO WS-LEDGER-EOF
                           ELSE
                               PERFORM STATEMENT-ONE-ENTRY
                           END-IF
               END-PERFORM
               IF WS-LEDGER-STATUS NOT = "35"
                   CLOSE LEDGER-FILE
               END-IF
               MOVE SPACES TO WS-LEDG-LINE
               PERFORM WRITE-STATEMENT-LINE
               IF WS-LEDG-CHARGE-CNT = 0 AND WS-LEDG-PAYMENT-CNT = 0
                   AND WS-LEDG-WAIVER-CNT = 0
                   MOVE "No ledger entries on file for this student."
                       TO WS-LEDG-LINE
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
               MOVE WS-LEDG-RUNNING TO WS-LEDG-MONEY-ED
               MOVE SPACES TO WS-LEDG-LINE
               STRING "BALANCE OWING: " DELIMITED BY SIZE
                   WS-LEDG-MONEY-ED DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO WS-LEDG-LINE
               PERFORM WRITE-STATEMENT-LINE
               CLOSE STATEMENT-FILE
               DISPLAY "Statement appended to STATEMENT.dat"
           END-IF.

       STATEMENT-ONE-ENTRY.
           PERFORM ADD-LEDGER-TO-TOTALS.
           IF LEDGER-TYPE = "C"
               ADD LEDGER-AMOUNT TO WS-LEDG-RUNNING
           ELSE
               SUBTRACT LEDGER-AMOUNT FROM WS-LEDG-RUNNING
           END-IF.
           PERFORM SET-LEDGER-LINE-FIELDS.
           MOVE WS-LEDG-RUNNING TO WS-LEDG-MONEY-ED.
           MOVE SPACES TO WS-LEDG-LINE.
           STRING LEDGER-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LEDG-TYPE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LEDG-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LEDG-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LEDG-MONEY-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LEDGER-REMARKS DELIMITED BY SIZE
               INTO WS-LEDG-LINE
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           DISPLAY WS-LEDG-LINE.
           WRITE STATEMENT-RECORD FROM WS-LEDG-LINE.

       LEDGER-CASHIER-REPORT.
      * Period-end cashier report.  Entries dated before the period
      * make up the opening receivable; the period's charges less its
      * payments and waivers carry it to the closing figure, which is
      * proved against an independent footing of every entry up to
      * the period end.  Each payment and waiver is listed with its
      * receipt number so the cashier can tick off the OR booklet.
           DISPLAY " "
           DISPLAY "- CASHIER PERIOD REPORT -".
           MOVE 0 TO WS-LEDG-ABORT.
           DISPLAY "From date (YYYY-MM-DD, blank = from the start): "
               WITH NO ADVANCING.
           ACCEPT WS-LEDG-FROM-DATE.
           IF WS-LEDG-FROM-DATE NOT = SPACES
               MOVE WS-LEDG-FROM-DATE TO WS-DATE-INPUT
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK = 0
                   MOVE 1 TO WS-LEDG-ABORT
               END-IF
           END-IF.
           DISPLAY "To date (YYYY-MM-DD, blank = to date): "
               WITH NO ADVANCING.
           ACCEPT WS-LEDG-TO-DATE.
           IF WS-LEDG-TO-DATE = SPACES
               MOVE "9999-99-99" TO WS-LEDG-TO-DATE
           ELSE
               MOVE WS-LEDG-TO-DATE TO WS-DATE-INPUT
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK = 0
                   MOVE 1 TO WS-LEDG-ABORT
               END-IF
           END-IF.
           IF WS-LEDG-ABORT = 1
               DISPLAY "Dates must be YYYY-MM-DD - report not run."
           ELSE
               IF WS-LEDG-FROM-DATE > WS-LEDG-TO-DATE
                   DISPLAY "From date is after the to date - report "
                       "not run."
               ELSE
                   PERFORM LEDGER-CASHIER-PASS
               END-IF
           END-IF.

       LEDGER-CASHIER-PASS.
           MOVE 0 TO WS-LEDG-OPENING.
           MOVE 0 TO WS-LEDG-CHARGES.
           MOVE 0 TO WS-LEDG-PAYMENTS.
           MOVE 0 TO WS-LEDG-WAIVERS.
           MOVE 0 TO WS-LEDG-PROOF.
           MOVE 0 TO WS-LEDG-CHARGE-CNT.
           MOVE 0 TO WS-LEDG-PAYMENT-CNT.
           MOVE 0 TO WS-LEDG-WAIVER-CNT.
           MOVE 0 TO WS-LEDGER-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "35"
               DISPLAY "Could not open LEDGER.dat (status "
                   WS-LEDGER-STATUS ") - report not run."
           ELSE
               IF WS-LEDGER-STATUS = "35"
                   MOVE 1 TO WS-LEDGER-EOF
               END-IF
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO WS-LEDG-LINE
               STRING "CASHIER PERIOD REPORT - FINES LEDGER  "
                   DELIMITED BY SIZE
                   WS-LEDG-FROM-DATE DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-LEDG-TO-DATE DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
               PERFORM WRITE-CASHIER-LINE
               MOVE "Receipts and waivers in the period:"
                   TO WS-LEDG-LINE
               PERFORM WRITE-CASHIER-LINE
               MOVE SPACES TO WS-LEDG-LINE
               STRING "Date       Type    Reference                  "
                   "Student       Amount  Posted by" DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
               PERFORM WRITE-CASHIER-LINE
               PERFORM UNTIL WS-LEDGER-EOF = 1
                   READ LEDGER-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-LEDGER-EOF
                       NOT AT END
                           PERFORM CASHIER-ONE-ENTRY
               END-PERFORM
               IF WS-LEDGER-STATUS NOT = "35"
                   CLOSE LEDGER-FILE
               END-IF
               PERFORM CASHIER-PRINT-TOTALS
               CLOSE REPORT-FILE
               DISPLAY "Cashier report saved to REPORT.DAT"
           END-IF.

       CASHIER-ONE-ENTRY.
           IF LEDGER-DATE <= WS-LEDG-TO-DATE
               IF LEDGER-TYPE = "C"
                   ADD LEDGER-AMOUNT TO WS-LEDG-PROOF
               ELSE
                   SUBTRACT LEDGER-AMOUNT FROM WS-LEDG-PROOF
               END-IF
           END-IF.
           IF LEDGER-DATE < WS-LEDG-FROM-DATE
               IF LEDGER-TYPE = "C"
                   ADD LEDGER-AMOUNT TO WS-LEDG-OPENING
               ELSE
                   SUBTRACT LEDGER-AMOUNT FROM WS-LEDG-OPENING
               END-IF
           ELSE
               IF LEDGER-DATE <= WS-LEDG-TO-DATE
                   PERFORM ADD-LEDGER-TO-TOTALS
                   IF LEDGER-TYPE NOT = "C"
                       PERFORM SET-LEDGER-LINE-FIELDS
                       MOVE SPACES TO WS-LEDG-LINE
                       STRING LEDGER-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LEDG-TYPE-TEXT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LEDG-REF DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LEDGER-STUDENT-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LEDG-AMOUNT-ED DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           LEDGER-POSTED-BY DELIMITED BY SIZE
                           INTO WS-LEDG-LINE
                       END-STRING
                       PERFORM WRITE-CASHIER-LINE
                   END-IF
               END-IF
           END-IF.

       CASHIER-PRINT-TOTALS.
           COMPUTE WS-LEDG-CLOSING = WS-LEDG-OPENING + WS-LEDG-CHARGES
               - WS-LEDG-PAYMENTS - WS-LEDG-WAIVERS.
           MOVE SPACES TO WS-LEDG-LINE.
           PERFORM WRITE-CASHIER-LINE.
           MOVE WS-LEDG-OPENING TO WS-LEDG-MONEY-ED.
           MOVE SPACES TO WS-LEDG-LINE.
           STRING "Opening receivable:        " DELIMITED BY SIZE
               WS-LEDG-MONEY-ED DELIMITED BY SIZE
               INTO WS-LEDG-LINE
           END-STRING.
           PERFORM WRITE-CASHIER-LINE.
           MOVE WS-LEDG-CHARGES TO WS-LEDG-MONEY-ED.
           MOVE SPACES TO WS-LEDG-LINE.
           STRING "Add charges     (" DELIMITED BY SIZE
               WS-LEDG-CHARGE-CNT DELIMITED BY SIZE
               "):   " DELIMITED BY SIZE
               WS-LEDG-MONEY-ED DELIMITED BY SIZE
               INTO WS-LEDG-LINE
           END-STRING.
           PERFORM WRITE-CASHIER-LINE.
           MOVE WS-LEDG-PAYMENTS TO WS-LEDG-MONEY-ED.
           MOVE SPACES TO WS-LEDG-LINE.
           STRING "Less payments   (" DELIMITED BY SIZE
               WS-LEDG-PAYMENT-CNT DELIMITED BY SIZE
               "):   " DELIMITED BY SIZE
               WS-LEDG-MONEY-ED DELIMITED BY SIZE
               INTO WS-LEDG-LINE
           END-STRING.
           PERFORM WRITE-CASHIER-LINE.
           MOVE WS-LEDG-WAIVERS TO WS-LEDG-MONEY-ED.
           MOVE SPACES TO WS-LEDG-LINE.
           STRING "Less waivers    (" DELIMITED BY SIZE
               WS-LEDG-WAIVER-CNT DELIMITED BY SIZE
               "):   " DELIMITED BY SIZE
               WS-LEDG-MONEY-ED DELIMITED BY SIZE
               INTO WS-LEDG-LINE
           END-STRING.
           PERFORM WRITE-CASHIER-LINE.
           MOVE WS-LEDG-CLOSING TO WS-LEDG-MONEY-ED.
           MOVE SPACES TO WS-LEDG-LINE.
           STRING "Closing receivable:        " DELIMITED BY SIZE
               WS-LEDG-MONEY-ED DELIMITED BY SIZE
               INTO WS-LEDG-LINE
           END-STRING.
           PERFORM WRITE-CASHIER-LINE.
           MOVE WS-LEDG-PROOF TO WS-LEDG-MONEY2-ED.
           MOVE SPACES TO WS-LEDG-LINE.
           IF WS-LEDG-PROOF = WS-LEDG-CLOSING
               STRING "Ledger footing to period end: "
                   DELIMITED BY SIZE
                   WS-LEDG-MONEY2-ED DELIMITED BY SIZE
                   " - IN BALANCE" DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
           ELSE
               STRING "Ledger footing to period end: "
                   DELIMITED BY SIZE
                   WS-LEDG-MONEY2-ED DELIMITED BY SIZE
                   " - OUT OF BALANCE, check the ledger"
                   DELIMITED BY SIZE
                   INTO WS-LEDG-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-CASHIER-LINE.

       WRITE-CASHIER-LINE.
           DISPLAY WS-LEDG-LINE.
           WRITE REPORT-RECORD FROM WS-LEDG-LINE.

       REVERSE-FINE-CHARGE.
      * A posted ledger entry is never taken off the file.  When a
      * violation row is deleted or backed out, or its violation is
      * dismissed or overturned on appeal, the fine it was charged is
      * offset by a waiver posted today under the student's next
      * ledger number, carrying the charge's violation number, code
      * and date and the remark the caller left in WS-LEDG-REMARKS.
      * The charge must match the row's number, type and date
      * (WS-VIOLATION-COUNT, WS-VIOLATION-TYPE, WS-VIOLATION-DATE) so
      * a charge left by an archived violation under the same number
      * is never reversed; a charge already offset is left alone.
           MOVE 0 TO WS-LEDG-OK.
           MOVE 0 TO WS-LEDG-REVERSED.
           MOVE 0 TO WS-LEDGER-EOF.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE WS-STUDENT-ID TO LEDGER-STUDENT-ID
               MOVE 0 TO LEDGER-SEQ
               START LEDGER-FILE KEY IS >= LEDGER-KEY
                   INVALID KEY MOVE 1 TO WS-LEDGER-EOF
               END-START
               PERFORM UNTIL WS-LEDGER-EOF = 1
                   READ LEDGER-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-LEDGER-EOF
                       NOT AT END
                           IF LEDGER-STUDENT-ID NOT = WS-STUDENT-ID
                               MOVE 1 TO WS-LEDGER-EOF
                           ELSE
                               IF LEDGER-VIOL-NO
                                       = WS-VIOLATION-COUNT
                                   AND LEDGER-CODE = WS-VIOLATION-TYPE
                                   AND LEDGER-VIOL-DATE
                                       = WS-VIOLATION-DATE
                                   PERFORM REVERSE-FINE-NOTE-ENTRY
                               END-IF
                           END-IF
               END-PERFORM
               IF WS-LEDG-OK = 1 AND WS-LEDG-REVERSED = 0
                   PERFORM REVERSE-FINE-POST-WAIVER
               END-IF
               CLOSE LEDGER-FILE
           END-IF.

       REVERSE-FINE-NOTE-ENTRY.
      * A waiver carrying a violation number is only ever posted by
      * this routine, so one found here means the charge is already
      * offset.
           IF LEDGER-TYPE = "C"
               MOVE 1 TO WS-LEDG-OK
               MOVE LEDGER-SEQ TO WS-LEDG-CHARGE-SEQ
               MOVE LEDGER-AMOUNT TO WS-LEDG-AMOUNT
           END-IF.
           IF LEDGER-TYPE = "W"
               MOVE 1 TO WS-LEDG-REVERSED
           END-IF.

       REVERSE-FINE-POST-WAIVER.
      * LEDGER-FILE is open I-O.
           PERFORM GET-TODAY-DATE.
           PERFORM FIND-NEXT-LEDGER-SEQ.
           MOVE WS-STUDENT-ID TO LEDGER-STUDENT-ID.
           MOVE WS-LEDG-SEQ TO LEDGER-SEQ.
           MOVE "W" TO LEDGER-TYPE.
           MOVE WS-TODAY-DATE TO LEDGER-DATE.
           MOVE WS-LEDG-AMOUNT TO LEDGER-AMOUNT.
           MOVE WS-VIOLATION-COUNT TO LEDGER-VIOL-NO.
           MOVE WS-VIOLATION-TYPE TO LEDGER-CODE.
           MOVE WS-VIOLATION-DATE TO LEDGER-VIOL-DATE.
           MOVE SPACES TO LEDGER-OR-NO.
           MOVE WS-LEDG-REMARKS TO LEDGER-REMARKS.
           MOVE WS-CURRENT-USER TO LEDGER-POSTED-BY.
           MOVE WS-LEDG-AMOUNT TO WS-LEDG-AMOUNT-ED.
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Error: could not post the waiver "
                       "offsetting the fine of " WS-LEDG-AMOUNT-ED
                       " - post it from the ledger menu."
               NOT INVALID KEY
                   DISPLAY "Fine of " WS-LEDG-AMOUNT-ED " offset by a "
                       "waiver on the student's ledger."
                   MOVE "FINE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-OLD-VALUES
                   STRING "Ledger #" DELIMITED BY SIZE
                       WS-LEDG-CHARGE-SEQ DELIMITED BY SIZE
                       "/charge " DELIMITED BY SIZE
                       WS-LEDG-AMOUNT-ED DELIMITED BY SIZE
                       INTO WS-AUDIT-OLD-VALUES
                   END-STRING
                   MOVE SPACES TO WS-AUDIT-NEW-VALUES
                   STRING "Ledger #" DELIMITED BY SIZE
                       WS-LEDG-SEQ DELIMITED BY SIZE
                       "/waiver " DELIMITED BY SIZE
                       WS-LEDG-AMOUNT-ED DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-LEDG-REMARKS DELIMITED BY SIZE
                       INTO WS-AUDIT-NEW-VALUES
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE.

       INCIDENT-MENU.
           DISPLAY " "
           DISPLAY "- INCIDENT RECORDS -"
           DISPLAY "1 - Record New Incident"
           DISPLAY "2 - Link Violation to Incident"
           DISPLAY "3 - Unlink Violation from Incident"
           DISPLAY "4 - Incident Report"
           DISPLAY "5 - List Incidents"
           DISPLAY "6 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-CHOICE.
           EVALUATE WS-INCIDENT-CHOICE
               WHEN 1
                   PERFORM INCIDENT-RECORD-NEW
               WHEN 2
                   PERFORM INCIDENT-LINK-VIOLATION
               WHEN 3
                   IF WS-CURRENT-ROLE = "O"
                       PERFORM INCIDENT-UNLINK-VIOLATION
                   ELSE
                       PERFORM NOT-AUTHORIZED
                   END-IF
               WHEN 4
                   PERFORM INCIDENT-REPORT
               WHEN 5
                   PERFORM INCIDENT-LIST
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       INCIDENT-RECORD-NEW.
      * One incident is recorded per event; each student's violation
      * is then added (or approved, or imported) quoting its number.
           DISPLAY " "
           DISPLAY "- RECORD NEW INCIDENT -".
           PERFORM GET-TODAY-DATE.
           DISPLAY "Incident Date (YYYY-MM-DD, blank = today): "
               WITH NO ADVANCING.
           ACCEPT WS-INC-DATE.
           IF WS-INC-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-INC-DATE
           END-IF.
           MOVE WS-INC-DATE TO WS-DATE-INPUT.
           PERFORM CHECK-DATE-FORMAT.
           DISPLAY "Time (HH:MM, 24-hour): " WITH NO ADVANCING.
           ACCEPT WS-INC-TIME.
           DISPLAY "Location: " WITH NO ADVANCING.
           ACCEPT WS-INC-LOCATION.
           MOVE SPACES TO WS-INC-NARRATIVE.
           DISPLAY "Narrative - up to 4 lines, a blank line ends it.".
           MOVE 1 TO WS-INC-IDX.
           MOVE 0 TO WS-INCIDENT-EOF.
           PERFORM UNTIL WS-INC-IDX > 4 OR WS-INCIDENT-EOF = 1
               DISPLAY "  " WS-INC-IDX ": " WITH NO ADVANCING
               ACCEPT WS-INC-NARR-LINE (WS-INC-IDX)
               IF WS-INC-NARR-LINE (WS-INC-IDX) = SPACES
                   MOVE 1 TO WS-INCIDENT-EOF
               ELSE
                   ADD 1 TO WS-INC-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-DATE-OK = 0
                   DISPLAY "Incident date must be YYYY-MM-DD - "
                       "incident not recorded."
               WHEN WS-INC-DATE > WS-TODAY-DATE
                   DISPLAY "Incident date is in the future - incident "
                       "not recorded."
               WHEN WS-INC-HH NOT NUMERIC
                   OR WS-INC-MM NOT NUMERIC
                   OR WS-INC-COLON NOT = ":"
                   OR WS-INC-HH > 23 OR WS-INC-MM > 59
                   DISPLAY "Time must be HH:MM - incident not "
                       "recorded."
               WHEN WS-INC-LOCATION = SPACES
                   DISPLAY "The location is required - incident not "
                       "recorded."
               WHEN WS-INC-NARR-LINE (1) = SPACES
                   DISPLAY "The narrative is required - incident not "
                       "recorded."
               WHEN OTHER
                   PERFORM WRITE-INCIDENT-RECORD
           END-EVALUATE.

       WRITE-INCIDENT-RECORD.
           OPEN I-O INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF.
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "Error: could not open INCIDENT.dat (status "
                   WS-INCIDENT-STATUS ") - incident not recorded."
           ELSE
               PERFORM FIND-NEXT-INCIDENT-NO
               MOVE WS-INCIDENT-NO TO INCIDENT-NO
               MOVE WS-INC-DATE TO INCIDENT-DATE
               MOVE WS-INC-TIME TO INCIDENT-TIME
               MOVE WS-INC-LOCATION TO INCIDENT-LOCATION
               MOVE WS-INC-NARRATIVE TO INCIDENT-NARRATIVE
               MOVE WS-CURRENT-USER TO INCIDENT-FILED-BY
               MOVE WS-TODAY-DATE TO INCIDENT-FILED-DATE
               WRITE INCIDENT-RECORD
                   INVALID KEY
                       DISPLAY "Error: incident #" WS-INCIDENT-NO
                           " already on file - not recorded."
                   NOT INVALID KEY
                       DISPLAY "Incident #" WS-INCIDENT-NO " recorded "
                           "- quote it when adding each student's "
                           "violation."
                       MOVE "INCIDENT" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-STUDENT-ID
                       MOVE 0 TO WS-VIOLATION-COUNT
                       MOVE "N/A" TO WS-AUDIT-OLD-VALUES
                       MOVE SPACES TO WS-AUDIT-NEW-VALUES
                       STRING "Incident #" DELIMITED BY SIZE
                           WS-INCIDENT-NO DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-INC-DATE DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-INC-TIME DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-INC-LOCATION DELIMITED BY SIZE
                           INTO WS-AUDIT-NEW-VALUES
                       END-STRING
                       PERFORM WRITE-AUDIT-LOG
               END-WRITE
               CLOSE INCIDENT-FILE
           END-IF.

       FIND-NEXT-INCIDENT-NO.
      * INCIDENT-FILE must be open; WS-INCIDENT-NO ends one past the
      * highest incident number on file.
           MOVE 0 TO WS-INCIDENT-NO.
           MOVE 0 TO WS-INCIDENT-EOF.
           MOVE 0 TO INCIDENT-NO.
           START INCIDENT-FILE KEY IS >= INCIDENT-NO
               INVALID KEY MOVE 1 TO WS-INCIDENT-EOF
           END-START.
           PERFORM UNTIL WS-INCIDENT-EOF = 1
               READ INCIDENT-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-INCIDENT-EOF
                   NOT AT END MOVE INCIDENT-NO TO WS-INCIDENT-NO
           END-PERFORM.
           ADD 1 TO WS-INCIDENT-NO.

       FETCH-INCIDENT.
      * Reads incident WS-INCIDENT-NO into INCIDENT-RECORD;
      * WS-INCIDENT-FOUND is 0 when it is not on file.
           MOVE 0 TO WS-INCIDENT-FOUND.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               MOVE WS-INCIDENT-NO TO INCIDENT-NO
               READ INCIDENT-FILE
                   INVALID KEY MOVE 0 TO WS-INCIDENT-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-INCIDENT-FOUND
               END-READ
               CLOSE INCIDENT-FILE
           END-IF.

       CHECK-INCIDENT-LINK.
      * Called by every add path after VALIDATE-VIOLATION-INPUT: a
      * violation quoting an incident number must quote one on file.
           IF WS-INCIDENT-NO > 0
               PERFORM FETCH-INCIDENT
               IF WS-INCIDENT-FOUND = 0
                   DISPLAY "Incident #" WS-INCIDENT-NO " is not on "
                       "file - record the incident first."
                   MOVE 0 TO WS-VALID-ENTRY
                   MOVE "NO SUCH INCIDENT" TO WS-REJECT-REASON
               END-IF
           END-IF.

       WRITE-INCIDENT-LINK.
      * Ties violation WS-STUDENT-ID / WS-VIOLATION-COUNT, dated
      * WS-VIOLATION-DATE with type WS-VIOLATION-TYPE, to incident
      * WS-INCIDENT-NO.  WS-INC-OK is 1 when the link was written.
           MOVE 0 TO WS-INC-OK.
           PERFORM GET-TODAY-DATE.
           OPEN I-O INCLINK-FILE.
           IF WS-INCLINK-STATUS = "35"
               OPEN OUTPUT INCLINK-FILE
               CLOSE INCLINK-FILE
               OPEN I-O INCLINK-FILE
           END-IF.
           IF WS-INCLINK-STATUS NOT = "00"
               DISPLAY "Error: could not open INCLINK.dat (status "
                   WS-INCLINK-STATUS ") - violation not linked to "
                   "incident #" WS-INCIDENT-NO "."
           ELSE
               MOVE WS-STUDENT-ID TO INCL-STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO INCL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO INCL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO INCL-VIOL-TYPE
               MOVE WS-INCIDENT-NO TO INCL-INCIDENT-NO
               MOVE WS-CURRENT-USER TO INCL-LINKED-BY
               MOVE WS-TODAY-DATE TO INCL-LINKED-DATE
               WRITE INCLINK-RECORD
                   INVALID KEY
                       DISPLAY "Violation #" WS-VIOLATION-COUNT
                           " is already linked to an incident - "
                           "unlink it first."
                   NOT INVALID KEY
                       MOVE 1 TO WS-INC-OK
                       DISPLAY "Violation #" WS-VIOLATION-COUNT
                           " linked to incident #" WS-INCIDENT-NO "."
                       MOVE "INCLINK" TO WS-AUDIT-ACTION
                       MOVE "N/A" TO WS-AUDIT-OLD-VALUES
                       MOVE SPACES TO WS-AUDIT-NEW-VALUES
                       STRING "Linked to incident #" DELIMITED BY SIZE
                           WS-INCIDENT-NO DELIMITED BY SIZE
                           INTO WS-AUDIT-NEW-VALUES
                       END-STRING
                       PERFORM WRITE-AUDIT-LOG
               END-WRITE
               CLOSE INCLINK-FILE
           END-IF.

       INCIDENT-LINK-VIOLATION.
      * Ties a violation already on file to an incident - for reports
      * added before the incident was recorded.
           DISPLAY " "
           DISPLAY "- LINK VIOLATION TO INCIDENT -".
           DISPLAY "Enter Incident #: " WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NO.
           PERFORM FETCH-INCIDENT.
           IF WS-INCIDENT-FOUND = 0
               DISPLAY "Incident #" WS-INCIDENT-NO " is not on file."
           ELSE
               DISPLAY "Incident " INCIDENT-DATE " " INCIDENT-TIME
                   " at " INCIDENT-LOCATION
               DISPLAY "Enter Student ID: " WITH NO ADVANCING
               ACCEPT WS-STUDENT-ID
               PERFORM LIST-STUDENT-VIOLATIONS
               IF WS-RECORD-FOUND = 0
                   DISPLAY "No record found for Student ID: "
                       WS-STUDENT-ID
               ELSE
                   DISPLAY "Enter Violation # to link: "
                       WITH NO ADVANCING
                   ACCEPT WS-VIOLATION-COUNT
                   PERFORM READ-INCIDENT-ROW
                   IF WS-INC-ROW-FOUND = 0
                       DISPLAY "Violation # not found for student."
                   ELSE
                       MOVE VIOLATION-DATE TO WS-VIOLATION-DATE
                       MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE
                       PERFORM WRITE-INCIDENT-LINK
                   END-IF
               END-IF
           END-IF.

       READ-INCIDENT-ROW.
      * Reads violation WS-STUDENT-ID / WS-VIOLATION-COUNT into
      * STUDENT-RECORD; WS-INC-ROW-FOUND is 0 when it is not on the
      * live file.
           MOVE 0 TO WS-INC-ROW-FOUND.
           OPEN INPUT STUDENT-FILE.
           PERFORM CHECK-STUDENT-FILE-BUSY.
           IF WS-STUDENT-FILE-STATUS = "35" OR WS-FILE-BUSY = 1
               CONTINUE
           ELSE
               MOVE WS-STUDENT-ID TO STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO VIOLATION-COUNT
               READ STUDENT-FILE
                   INVALID KEY MOVE 0 TO WS-INC-ROW-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-INC-ROW-FOUND
               END-READ
               CLOSE STUDENT-FILE
           END-IF.

       INCIDENT-UNLINK-VIOLATION.
      * Removes a violation from an incident it was tied to in error.
      * The link is found through the live row's date and type.
           DISPLAY " "
           DISPLAY "- UNLINK VIOLATION FROM INCIDENT -".
           DISPLAY "Enter Student ID: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           DISPLAY "Enter Violation #: " WITH NO ADVANCING.
           ACCEPT WS-VIOLATION-COUNT.
           PERFORM READ-INCIDENT-ROW.
           IF WS-INC-ROW-FOUND = 0
               DISPLAY "Violation # not found for student."
           ELSE
               MOVE VIOLATION-DATE TO WS-VIOLATION-DATE
               MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE
               PERFORM REMOVE-INCIDENT-LINK
               IF WS-INC-OK = 0
                   DISPLAY "That violation is not linked to an "
                       "incident."
               END-IF
           END-IF.

       REMOVE-INCIDENT-LINK.
      * Drops the incident link of violation WS-STUDENT-ID /
      * WS-VIOLATION-COUNT, if it has one - also performed when the
      * violation row itself is deleted or backed out.  The link is
      * keyed on the row's WS-VIOLATION-DATE and WS-VIOLATION-TYPE as
      * well, so one left by an archived violation under the same
      * number is never removed.  WS-INC-OK is 1 when a link was
      * removed.
           MOVE 0 TO WS-INC-OK.
           OPEN I-O INCLINK-FILE.
           IF WS-INCLINK-STATUS = "00"
               MOVE WS-STUDENT-ID TO INCL-STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO INCL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO INCL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO INCL-VIOL-TYPE
               READ INCLINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INCL-INCIDENT-NO TO WS-INCIDENT-NO
                       DELETE INCLINK-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WS-INC-OK
                       END-DELETE
               END-READ
               CLOSE INCLINK-FILE
           END-IF.
           IF WS-INC-OK = 1
               DISPLAY "Violation #" WS-VIOLATION-COUNT
                   " unlinked from incident #" WS-INCIDENT-NO "."
               MOVE "INCLINK" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OLD-VALUES
               STRING "Linked to incident #" DELIMITED BY SIZE
                   WS-INCIDENT-NO DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUES
               END-STRING
               MOVE "Unlinked" TO WS-AUDIT-NEW-VALUES
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       INCIDENT-REPORT.
      * Prints the incident narrative followed by every student
      * involved, with section, violation and its current status.
      * A linked row no longer on the live file has been archived at
      * term end (or deleted) and is shown as such.
           DISPLAY " "
           DISPLAY "- INCIDENT REPORT -".
           DISPLAY "Enter Incident #: " WITH NO ADVANCING.
           ACCEPT WS-INCIDENT-NO.
           PERFORM FETCH-INCIDENT.
           IF WS-INCIDENT-FOUND = 0
               DISPLAY "Incident #" WS-INCIDENT-NO " is not on file."
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM INCIDENT-REPORT-HEADING
               PERFORM INCIDENT-REPORT-INVOLVED
               CLOSE REPORT-FILE
               DISPLAY "Incident report saved to REPORT.DAT"
           END-IF.

       INCIDENT-REPORT-HEADING.
           MOVE SPACES TO WS-INC-LINE.
           STRING "INCIDENT REPORT - INCIDENT #" DELIMITED BY SIZE
               INCIDENT-NO DELIMITED BY SIZE
               INTO WS-INC-LINE
           END-STRING.
           PERFORM WRITE-INCIDENT-LINE.
           MOVE SPACES TO WS-INC-LINE.
           STRING "Date: " DELIMITED BY SIZE
               INCIDENT-DATE DELIMITED BY SIZE
               "  Time: " DELIMITED BY SIZE
               INCIDENT-TIME DELIMITED BY SIZE
               "  Location: " DELIMITED BY SIZE
               INCIDENT-LOCATION DELIMITED BY SIZE
               INTO WS-INC-LINE
           END-STRING.
           PERFORM WRITE-INCIDENT-LINE.
           MOVE SPACES TO WS-INC-LINE.
           STRING "Recorded by " DELIMITED BY SIZE
               INCIDENT-FILED-BY DELIMITED BY SPACE
               " on " DELIMITED BY SIZE
               INCIDENT-FILED-DATE DELIMITED BY SIZE
               INTO WS-INC-LINE
           END-STRING.
           PERFORM WRITE-INCIDENT-LINE.
           MOVE SPACES TO WS-INC-LINE.
           PERFORM WRITE-INCIDENT-LINE.
           MOVE "NARRATIVE" TO WS-INC-LINE.
           PERFORM WRITE-INCIDENT-LINE.
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > 4
               IF INCIDENT-NARR-LINE (WS-INC-IDX) NOT = SPACES
                   MOVE SPACES TO WS-INC-LINE
                   STRING "  " DELIMITED BY SIZE
                       INCIDENT-NARR-LINE (WS-INC-IDX)
                       DELIMITED BY SIZE
                       INTO WS-INC-LINE
                   END-STRING
                   PERFORM WRITE-INCIDENT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-INC-LINE.
           PERFORM WRITE-INCIDENT-LINE.
           MOVE "STUDENTS INVOLVED" TO WS-INC-LINE.
           PERFORM WRITE-INCIDENT-LINE.
           MOVE SPACES TO WS-INC-LINE.
           STRING "Student ID Name                           "
               "Section         Viol Type                 "
               "Status" DELIMITED BY SIZE
               INTO WS-INC-LINE
           END-STRING.
           PERFORM WRITE-INCIDENT-LINE.

       INCIDENT-REPORT-INVOLVED.
           MOVE 0 TO WS-INC-INVOLVED.
           MOVE 0 TO WS-INCLINK-EOF.
           OPEN INPUT INCLINK-FILE.
           IF WS-INCLINK-STATUS NOT = "00"
               MOVE 1 TO WS-INCLINK-EOF
           ELSE
               MOVE WS-INCIDENT-NO TO INCL-INCIDENT-NO
               START INCLINK-FILE KEY IS = INCL-INCIDENT-NO
                   INVALID KEY MOVE 1 TO WS-INCLINK-EOF
               END-START
           END-IF.
           PERFORM OPEN-APPEAL-FOR-LOOKUP.
           PERFORM UNTIL WS-INCLINK-EOF = 1
               READ INCLINK-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-INCLINK-EOF
                   NOT AT END
                       IF INCL-INCIDENT-NO NOT = WS-INCIDENT-NO
                           MOVE 1 TO WS-INCLINK-EOF
                       ELSE
                           ADD 1 TO WS-INC-INVOLVED
                           PERFORM INCIDENT-REPORT-ONE-ROW
                       END-IF
           END-PERFORM.
           PERFORM CLOSE-APPEAL-AFTER-LOOKUP.
           IF WS-INCLINK-STATUS = "00"
               CLOSE INCLINK-FILE
           END-IF.
           MOVE SPACES TO WS-INC-LINE.
           PERFORM WRITE-INCIDENT-LINE.
           MOVE SPACES TO WS-INC-LINE.
           STRING "Violations linked to this incident: "
               DELIMITED BY SIZE
               WS-INC-INVOLVED DELIMITED BY SIZE
               INTO WS-INC-LINE
           END-STRING.
           PERFORM WRITE-INCIDENT-LINE.

       INCIDENT-REPORT-ONE-ROW.
           MOVE INCL-STUDENT-ID TO WS-STUDENT-ID.
           MOVE INCL-VIOL-NO TO WS-VIOLATION-COUNT.
           PERFORM READ-INCIDENT-ROW.
           IF WS-INC-ROW-FOUND = 1
               IF VIOLATION-DATE NOT = INCL-VIOL-DATE
                   OR VIOLATION-TYPE NOT = INCL-VIOL-TYPE
                   MOVE 0 TO WS-INC-ROW-FOUND
               END-IF
           END-IF.
           MOVE SPACES TO WS-INC-LINE.
           IF WS-INC-ROW-FOUND = 0
               STRING INCL-STUDENT-ID DELIMITED BY SIZE
                   " violation #" DELIMITED BY SIZE
                   INCL-VIOL-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INCL-VIOL-DATE DELIMITED BY SIZE
                   " - no longer on the live file (archived at term "
                   DELIMITED BY SIZE
                   "end or deleted)" DELIMITED BY SIZE
                   INTO WS-INC-LINE
               END-STRING
           ELSE
               PERFORM SET-STATUS-TEXT
               MOVE SPACES TO WS-INC-APPEAL-TEXT
               MOVE INCL-STUDENT-ID TO APPEAL-STUDENT-ID
               MOVE INCL-VIOL-NO TO APPEAL-VIOL-NO
               PERFORM CHECK-OPEN-APPEAL
               IF WS-APPEAL-OPEN = 1
                   MOVE "UNDER APPEAL" TO WS-INC-APPEAL-TEXT
               END-IF
               STRING STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STUDENT-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STUDENT-SECTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VIOLATION-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VIOLATION-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-INC-APPEAL-TEXT DELIMITED BY SIZE
                   INTO WS-INC-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-INCIDENT-LINE.

       WRITE-INCIDENT-LINE.
           DISPLAY WS-INC-LINE.
           WRITE REPORT-RECORD FROM WS-INC-LINE.

       INCIDENT-LIST.
           DISPLAY " "
           DISPLAY "- INCIDENTS ON FILE -".
           MOVE 0 TO WS-INC-LISTED.
           MOVE 0 TO WS-INCIDENT-EOF.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS NOT = "00"
               MOVE 1 TO WS-INCIDENT-EOF
           END-IF.
           PERFORM UNTIL WS-INCIDENT-EOF = 1
               READ INCIDENT-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-INCIDENT-EOF
                   NOT AT END
                       ADD 1 TO WS-INC-LISTED
                       DISPLAY "#" INCIDENT-NO " " INCIDENT-DATE " "
                           INCIDENT-TIME " " INCIDENT-LOCATION
                       DISPLAY "   " INCIDENT-NARR-LINE (1)
           END-PERFORM.
           IF WS-INCIDENT-STATUS = "00"
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-INC-LISTED = 0
               DISPLAY "No incidents on file."
           END-IF.

       SHOW-INCIDENT-INVOLVED.
      * For the appeal panel: when violation WS-STUDENT-ID /
      * WS-VIOLATION-COUNT is tied to an incident, shows the incident
      * and every other student charged out of the same event.  The
      * link is looked up through the live row's date and type.
           MOVE 0 TO WS-INCIDENT-NO.
           PERFORM READ-INCIDENT-ROW.
           IF WS-INC-ROW-FOUND = 1
               MOVE VIOLATION-DATE TO WS-VIOLATION-DATE
               MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE
               OPEN INPUT INCLINK-FILE
           END-IF.
           IF WS-INC-ROW-FOUND = 1 AND WS-INCLINK-STATUS = "00"
               MOVE WS-STUDENT-ID TO INCL-STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO INCL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO INCL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO INCL-VIOL-TYPE
               READ INCLINK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INCL-INCIDENT-NO TO WS-INCIDENT-NO
               END-READ
               IF WS-INCIDENT-NO > 0
                   PERFORM SHOW-INCIDENT-CO-STUDENTS
               END-IF
               CLOSE INCLINK-FILE
           END-IF.

       SHOW-INCIDENT-CO-STUDENTS.
           PERFORM FETCH-INCIDENT.
           DISPLAY "Part of incident #" WS-INCIDENT-NO " - "
               INCIDENT-DATE " " INCIDENT-TIME " at "
               INCIDENT-LOCATION.
           DISPLAY "  " INCIDENT-NARR-LINE (1).
           MOVE 0 TO WS-INC-INVOLVED.
           MOVE 0 TO WS-INCLINK-EOF.
           MOVE WS-INCIDENT-NO TO INCL-INCIDENT-NO.
           START INCLINK-FILE KEY IS = INCL-INCIDENT-NO
               INVALID KEY MOVE 1 TO WS-INCLINK-EOF
           END-START.
           OPEN INPUT STUDENT-FILE.
           PERFORM UNTIL WS-INCLINK-EOF = 1
               READ INCLINK-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-INCLINK-EOF
                   NOT AT END
                       IF INCL-INCIDENT-NO NOT = WS-INCIDENT-NO
                           MOVE 1 TO WS-INCLINK-EOF
                       ELSE
                           IF INCL-STUDENT-ID NOT = WS-STUDENT-ID
                               OR INCL-VIOL-NO NOT = WS-VIOLATION-COUNT
                               OR INCL-VIOL-DATE NOT = WS-VIOLATION-DATE
                               OR INCL-VIOL-TYPE NOT = WS-VIOLATION-TYPE
                               ADD 1 TO WS-INC-INVOLVED
                               PERFORM SHOW-ONE-CO-STUDENT
                           END-IF
                       END-IF
           END-PERFORM.
           IF WS-STUDENT-FILE-STATUS = "00"
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-INC-INVOLVED = 0
               DISPLAY "  No other students are linked to this "
                   "incident."
           END-IF.

       SHOW-ONE-CO-STUDENT.
           MOVE 0 TO WS-INC-ROW-FOUND.
           IF WS-STUDENT-FILE-STATUS = "00"
               MOVE INCL-STUDENT-ID TO STUDENT-ID
               MOVE INCL-VIOL-NO TO VIOLATION-COUNT
               READ STUDENT-FILE
                   INVALID KEY MOVE 0 TO WS-INC-ROW-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-INC-ROW-FOUND
               END-READ
           END-IF.
           IF WS-INC-ROW-FOUND = 1
               IF VIOLATION-DATE NOT = INCL-VIOL-DATE
                   OR VIOLATION-TYPE NOT = INCL-VIOL-TYPE
                   MOVE 0 TO WS-INC-ROW-FOUND
               END-IF
           END-IF.
           IF WS-INC-ROW-FOUND = 1
               PERFORM SET-STATUS-TEXT
               DISPLAY "  Also involved: " STUDENT-ID " "
                   STUDENT-NAME " " STUDENT-SECTION
               DISPLAY "    Violation #" VIOLATION-COUNT " "
                   VIOLATION-TYPE " " WS-STATUS-TEXT
           ELSE
               DISPLAY "  Also involved: " INCL-STUDENT-ID
                   " violation #" INCL-VIOL-NO
                   " (no longer on the live file)"
           END-IF.

       STAFF-MAINTENANCE.
           DISPLAY " "
           DISPLAY "- REPORTING STAFF -"
           DISPLAY "1 - Add / Update Staff Member"
           DISPLAY "2 - Activate / Deactivate Staff Member"
           DISPLAY "3 - List Staff"
           DISPLAY "4 - Reporter Accountability Report"
           DISPLAY "5 - Pending Queue Layout Conversion"
           DISPLAY "6 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-STAFF-CHOICE.
           EVALUATE WS-STAFF-CHOICE
               WHEN 1
                   PERFORM STAFF-ADD-UPDATE
               WHEN 2
                   PERFORM STAFF-TOGGLE-ACTIVE
               WHEN 3
                   PERFORM STAFF-LIST
               WHEN 4
                   PERFORM REPORTER-REPORT
               WHEN 5
                   PERFORM CONVERT-PENDING-FILE
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
           END-EVALUATE.

       STAFF-ADD-UPDATE.
           DISPLAY "Enter Staff ID: " WITH NO ADVANCING.
           ACCEPT WS-STF-ID.
           IF WS-STF-ID = SPACES
               DISPLAY "Staff ID cannot be blank."
           ELSE
               DISPLAY "Enter Name: " WITH NO ADVANCING
               ACCEPT WS-STF-NAME
               DISPLAY "Enter Position (e.g. SECURITY GUARD): "
                   WITH NO ADVANCING
               ACCEPT WS-STF-POSITION
               IF WS-STF-NAME = SPACES
                   DISPLAY "Name cannot be blank."
               ELSE
                   PERFORM WRITE-STAFF-RECORD
               END-IF
           END-IF.

       WRITE-STAFF-RECORD.
      * A new staff member starts active; an update keeps the
      * member's active flag as it was.
           OPEN I-O STAFF-FILE.
           IF WS-STAFF-STATUS = "35"
               OPEN OUTPUT STAFF-FILE
               CLOSE STAFF-FILE
               OPEN I-O STAFF-FILE
           END-IF.
           MOVE WS-STF-ID TO STAFF-ID.
           READ STAFF-FILE
               INVALID KEY
                   MOVE WS-STF-ID TO STAFF-ID
                   MOVE WS-STF-NAME TO STAFF-NAME
                   MOVE WS-STF-POSITION TO STAFF-POSITION
                   MOVE "Y" TO STAFF-ACTIVE
                   WRITE STAFF-RECORD
                       INVALID KEY
                           DISPLAY "Error: could not add staff member "
                               WS-STF-ID "."
                       NOT INVALID KEY
                           DISPLAY "Staff member " WS-STF-ID " added."
                           PERFORM WRITE-STAFF-AUDIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-STF-NAME TO STAFF-NAME
                   MOVE WS-STF-POSITION TO STAFF-POSITION
                   REWRITE STAFF-RECORD
                   DISPLAY "Staff member " WS-STF-ID " updated."
                   PERFORM WRITE-STAFF-AUDIT
           END-READ.
           CLOSE STAFF-FILE.

       WRITE-STAFF-AUDIT.
           MOVE "STAFF" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-STUDENT-ID.
           MOVE 0 TO WS-VIOLATION-COUNT.
           MOVE "N/A" TO WS-AUDIT-OLD-VALUES.
           MOVE SPACES TO WS-AUDIT-NEW-VALUES.
           STRING STAFF-ID DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STAFF-NAME DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STAFF-POSITION DELIMITED BY SIZE
               "/active " DELIMITED BY SIZE
               STAFF-ACTIVE DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUES
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.

       STAFF-TOGGLE-ACTIVE.
      * A staff member who leaves is deactivated rather than removed,
      * so the reports already filed keep a name against them.
           DISPLAY "Enter Staff ID: " WITH NO ADVANCING.
           ACCEPT WS-STF-ID.
           OPEN I-O STAFF-FILE.
           IF WS-STAFF-STATUS NOT = "00"
               DISPLAY "No staff list on file."
           ELSE
               MOVE WS-STF-ID TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY
                       DISPLAY "Staff member " WS-STF-ID
                           " is not on file."
                   NOT INVALID KEY
                       IF STAFF-ACTIVE = "Y"
                           MOVE "N" TO STAFF-ACTIVE
                           DISPLAY "Staff member " WS-STF-ID
                               " deactivated."
                       ELSE
                           MOVE "Y" TO STAFF-ACTIVE
                           DISPLAY "Staff member " WS-STF-ID
                               " reactivated."
                       END-IF
                       REWRITE STAFF-RECORD
                       PERFORM WRITE-STAFF-AUDIT
               END-READ
               CLOSE STAFF-FILE
           END-IF.

       STAFF-LIST.
           DISPLAY " "
           DISPLAY "Staff ID   Name                           "
               "Position             Active".
           MOVE 0 TO WS-STAFF-EOF.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-STATUS NOT = "00"
               DISPLAY "No staff list on file."
               MOVE 1 TO WS-STAFF-EOF
           END-IF.
           PERFORM UNTIL WS-STAFF-EOF = 1
               READ STAFF-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-STAFF-EOF
                   NOT AT END
                       DISPLAY STAFF-ID " " STAFF-NAME " "
                           STAFF-POSITION " " STAFF-ACTIVE
           END-PERFORM.
           IF WS-STAFF-STATUS = "00"
               CLOSE STAFF-FILE
           END-IF.

       FETCH-REPORTER.
      * Looks up WS-REPORTER-ID on the staff list into STAFF-RECORD;
      * WS-STAFF-FOUND is 0 when the ID is not on file.
           MOVE 0 TO WS-STAFF-FOUND.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-STATUS = "00"
               MOVE WS-REPORTER-ID TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY MOVE 0 TO WS-STAFF-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-STAFF-FOUND
               END-READ
               CLOSE STAFF-FILE
           END-IF.

       CHECK-REPORTER.
      * Called by every add path after VALIDATE-VIOLATION-INPUT: the
      * reporter must be an active member of the staff list.
           EVALUATE TRUE
               WHEN WS-REPORTER-ID = SPACES
                   DISPLAY "The reporting staff member is required."
                   MOVE 0 TO WS-VALID-ENTRY
                   MOVE "NO REPORTER" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM FETCH-REPORTER
                   IF WS-STAFF-FOUND = 0
                       DISPLAY "Staff ID " WS-REPORTER-ID " is not on "
                           "the staff list - add the staff member "
                           "under Reporting Staff first."
                       MOVE 0 TO WS-VALID-ENTRY
                       MOVE "BAD REPORTER" TO WS-REJECT-REASON
                   ELSE
                       IF STAFF-ACTIVE NOT = "Y"
                           DISPLAY "Staff member " WS-REPORTER-ID
                               " is no longer active."
                           MOVE 0 TO WS-VALID-ENTRY
                           MOVE "INACTIVE REPORTER"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-REPORTER-LINK.
      * Records WS-REPORTER-ID as the reporter of violation
      * WS-STUDENT-ID / WS-VIOLATION-COUNT just written.  The entry is
      * keyed on the row's date and type as well, so the REWRITE only
      * ever replaces this same violation's entry - never one left by
      * an archived violation under the same number.
           OPEN I-O RPTLINK-FILE.
           IF WS-RPTLINK-STATUS = "35"
               OPEN OUTPUT RPTLINK-FILE
               CLOSE RPTLINK-FILE
               OPEN I-O RPTLINK-FILE
           END-IF.
           IF WS-RPTLINK-STATUS NOT = "00"
               DISPLAY "Warning: could not open RPTLINK.dat (status "
                   WS-RPTLINK-STATUS ") - reporter not recorded."
           ELSE
               MOVE WS-STUDENT-ID TO RPTL-STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO RPTL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO RPTL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO RPTL-VIOL-TYPE
               MOVE WS-REPORTER-ID TO RPTL-STAFF-ID
               MOVE WS-RPTL-SOURCE TO RPTL-SOURCE
               MOVE WS-CURRENT-USER TO RPTL-RECORDED-BY
               WRITE RPTLINK-RECORD
                   INVALID KEY
                       REWRITE RPTLINK-RECORD
               END-WRITE
               CLOSE RPTLINK-FILE
           END-IF.

       REMOVE-REPORTER-LINK.
      * A deleted or backed-out violation row takes its reporter
      * entry with it - the entry matching the row's WS-VIOLATION-DATE
      * and WS-VIOLATION-TYPE, not an archived violation's.
           OPEN I-O RPTLINK-FILE.
           IF WS-RPTLINK-STATUS = "00"
               MOVE WS-STUDENT-ID TO RPTL-STUDENT-ID
               MOVE WS-VIOLATION-COUNT TO RPTL-VIOL-NO
               MOVE WS-VIOLATION-DATE TO RPTL-VIOL-DATE
               MOVE WS-VIOLATION-TYPE TO RPTL-VIOL-TYPE
               READ RPTLINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE RPTLINK-FILE RECORD
               END-READ
               CLOSE RPTLINK-FILE
           END-IF.

       REPORTER-REPORT.
           DISPLAY " "
           DISPLAY "- REPORTER ACCOUNTABILITY REPORT -".
           DISPLAY "Term (blank=current, *=all): " WITH NO ADVANCING.
           ACCEPT WS-RPT-TERM-CODE.
           PERFORM RESOLVE-REPORT-TERM.
           IF WS-RPT-TERM-OK = 0
               DISPLAY "Report not run."
           ELSE
               OPEN INPUT STAFF-FILE
               IF WS-STAFF-STATUS NOT = "00"
                   DISPLAY "No staff list on file - report not run."
               ELSE
                   PERFORM REPORTER-REPORT-PASS
                   CLOSE STAFF-FILE
                   DISPLAY "Reporter report saved to REPORT.DAT"
               END-IF
           END-IF.

       REPORTER-REPORT-PASS.
      * For each staff member, over the selected term: reports filed
      * (recorded on the live file, rejected at review, or still in
      * the queue); each rejection with the reason the officer gave;
      * and each recorded violation later overturned on appeal.
      * "Thrown out" is rejections plus overturns as a share of all
      * reports filed.
           MOVE 0 TO WS-RPR-TOT-FILED.
           MOVE 0 TO WS-RPR-TOT-REJECTED.
           MOVE 0 TO WS-RPR-TOT-OVERTURNED.
           MOVE 0 TO WS-RPR-LISTED.
           MOVE 0 TO WS-STAFF-EOF.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT RPTLINK-FILE.
           OPEN INPUT PENDING-FILE.
           PERFORM OPEN-APPEAL-FOR-LOOKUP.
           MOVE SPACES TO WS-RPR-LINE.
           STRING "REPORTER ACCOUNTABILITY REPORT - TERM "
               DELIMITED BY SIZE
               WS-RPT-TERM-LABEL DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-RPT-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RPT-TO-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-RPR-LINE
           END-STRING.
           PERFORM WRITE-REPORTER-LINE.
           PERFORM UNTIL WS-STAFF-EOF = 1
               READ STAFF-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-STAFF-EOF
                   NOT AT END
                       ADD 1 TO WS-RPR-LISTED
                       PERFORM REPORTER-ONE-STAFF
           END-PERFORM.
           MOVE SPACES TO WS-RPR-LINE.
           PERFORM WRITE-REPORTER-LINE.
           MOVE SPACES TO WS-RPR-LINE.
           STRING "All staff: filed " DELIMITED BY SIZE
               WS-RPR-TOT-FILED DELIMITED BY SIZE
               "  rejected " DELIMITED BY SIZE
               WS-RPR-TOT-REJECTED DELIMITED BY SIZE
               "  overturned on appeal " DELIMITED BY SIZE
               WS-RPR-TOT-OVERTURNED DELIMITED BY SIZE
               INTO WS-RPR-LINE
           END-STRING.
           PERFORM WRITE-REPORTER-LINE.
           PERFORM CLOSE-APPEAL-AFTER-LOOKUP.
           IF WS-PENDING-STATUS = "00"
               CLOSE PENDING-FILE
           END-IF.
           IF WS-RPTLINK-STATUS = "00"
               CLOSE RPTLINK-FILE
           END-IF.
           CLOSE REPORT-FILE.

       REPORTER-ONE-STAFF.
           MOVE 0 TO WS-RPR-RECORDED.
           MOVE 0 TO WS-RPR-REJECTED.
           MOVE 0 TO WS-RPR-PENDING.
           MOVE 0 TO WS-RPR-OVERTURNED.
           MOVE SPACES TO WS-RPR-LINE.
           PERFORM WRITE-REPORTER-LINE.
           MOVE SPACES TO WS-RPR-LINE.
           STRING STAFF-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STAFF-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STAFF-POSITION DELIMITED BY SIZE
               INTO WS-RPR-LINE
           END-STRING.
           IF STAFF-ACTIVE NOT = "Y"
               MOVE "(inactive)" TO WS-RPR-LINE (64:10)
           END-IF.
           PERFORM WRITE-REPORTER-LINE.
           IF WS-RPTLINK-STATUS = "00"
               PERFORM REPORTER-SCAN-RECORDED
           END-IF.
           IF WS-PENDING-STATUS = "00"
               PERFORM REPORTER-SCAN-QUEUE
           END-IF.
           COMPUTE WS-RPR-FILED = WS-RPR-RECORDED + WS-RPR-REJECTED
               + WS-RPR-PENDING.
           MOVE 0 TO WS-RPR-PCT.
           IF WS-RPR-FILED > 0
               COMPUTE WS-RPR-PCT ROUNDED =
                   (WS-RPR-REJECTED + WS-RPR-OVERTURNED) * 100
                   / WS-RPR-FILED
           END-IF.
           MOVE WS-RPR-PCT TO WS-RPR-PCT-ED.
           ADD WS-RPR-FILED TO WS-RPR-TOT-FILED.
           ADD WS-RPR-REJECTED TO WS-RPR-TOT-REJECTED.
           ADD WS-RPR-OVERTURNED TO WS-RPR-TOT-OVERTURNED.
           MOVE SPACES TO WS-RPR-LINE.
           STRING "    Filed " DELIMITED BY SIZE
               WS-RPR-FILED DELIMITED BY SIZE
               "  recorded " DELIMITED BY SIZE
               WS-RPR-RECORDED DELIMITED BY SIZE
               "  rejected " DELIMITED BY SIZE
               WS-RPR-REJECTED DELIMITED BY SIZE
               "  still pending " DELIMITED BY SIZE
               WS-RPR-PENDING DELIMITED BY SIZE
               "  overturned " DELIMITED BY SIZE
               WS-RPR-OVERTURNED DELIMITED BY SIZE
               "  thrown out " DELIMITED BY SIZE
               WS-RPR-PCT-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-RPR-LINE
           END-STRING.
           PERFORM WRITE-REPORTER-LINE.

       REPORTER-SCAN-RECORDED.
      * Violations on file naming this staff member, read through the
      * reporter alternate key.  The reporter entry outlives the
      * term-end purge, so archived violations still count.
           MOVE 0 TO WS-RPTLINK-EOF.
           MOVE STAFF-ID TO RPTL-STAFF-ID.
           START RPTLINK-FILE KEY IS = RPTL-STAFF-ID
               INVALID KEY MOVE 1 TO WS-RPTLINK-EOF
           END-START.
           PERFORM UNTIL WS-RPTLINK-EOF = 1
               READ RPTLINK-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-RPTLINK-EOF
                   NOT AT END
                       IF RPTL-STAFF-ID NOT = STAFF-ID
                           MOVE 1 TO WS-RPTLINK-EOF
                       ELSE
                           IF RPTL-VIOL-DATE >= WS-RPT-FROM-DATE
                               AND RPTL-VIOL-DATE <= WS-RPT-TO-DATE
                               ADD 1 TO WS-RPR-RECORDED
                               PERFORM REPORTER-CHECK-OVERTURNED
                           END-IF
                       END-IF
           END-PERFORM.

       REPORTER-CHECK-OVERTURNED.
           IF WS-APPEAL-AVAILABLE = 1
               MOVE RPTL-STUDENT-ID TO APPEAL-STUDENT-ID
               MOVE RPTL-VIOL-NO TO APPEAL-VIOL-NO
               READ APPEAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APPEAL-CASE-STATUS = "C"
                           AND APPEAL-DECISION = "V"
                           ADD 1 TO WS-RPR-OVERTURNED
                           MOVE SPACES TO WS-RPR-LINE
                           STRING "    Overturned on appeal: "
                               DELIMITED BY SIZE
                               RPTL-STUDENT-ID DELIMITED BY SIZE
                               " #" DELIMITED BY SIZE
                               RPTL-VIOL-NO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               RPTL-VIOL-DATE DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               APPEAL-REMARKS DELIMITED BY SIZE
                               INTO WS-RPR-LINE
                           END-STRING
                           PERFORM WRITE-REPORTER-LINE
                       END-IF
               END-READ
           END-IF.

       REPORTER-SCAN-QUEUE.
      * Front-desk entries naming this staff member that never reached
      * the live file: rejected at review (with the reason) or still
      * waiting.  Approved entries are already counted as recorded.
           MOVE 0 TO WS-PENDING-EOF.
           MOVE 0 TO PENDING-SEQ.
           START PENDING-FILE KEY IS >= PENDING-SEQ
               INVALID KEY MOVE 1 TO WS-PENDING-EOF
           END-START.
           PERFORM UNTIL WS-PENDING-EOF = 1
               READ PENDING-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-PENDING-EOF
                   NOT AT END
                       IF PENDING-REPORTER = STAFF-ID
                           AND PENDING-DATE >= WS-RPT-FROM-DATE
                           AND PENDING-DATE <= WS-RPT-TO-DATE
                           EVALUATE PENDING-STATUS
                               WHEN "R"
                                   ADD 1 TO WS-RPR-REJECTED
                                   PERFORM REPORTER-LIST-REJECTION
                               WHEN "P"
                                   ADD 1 TO WS-RPR-PENDING
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
           END-PERFORM.

       REPORTER-LIST-REJECTION.
           MOVE SPACES TO WS-RPR-LINE.
           STRING "    Rejected: pending #" DELIMITED BY SIZE
               PENDING-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PENDING-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PENDING-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PENDING-TYPE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PENDING-REASON DELIMITED BY SIZE
               INTO WS-RPR-LINE
           END-STRING.
           PERFORM WRITE-REPORTER-LINE.

       WRITE-REPORTER-LINE.
           DISPLAY WS-RPR-LINE.
           WRITE REPORT-RECORD FROM WS-RPR-LINE.

       HISTORY-INQUIRY.
      * Complete disciplinary transcript for one student: the live
           MOVE 0 TO WS-HIST-COUNT.
           MOVE 0 TO WS-HIST-TABLE-FULL.
           PERFORM LOAD-TERM-TABLE.
           PERFORM OPEN-SEAL-FOR-LOOKUP.
           PERFORM HIST-COLLECT-LIVE.
           PERFORM HIST-COLLECT-CURRENT-ARCHIVE.
           PERFORM HIST-COLLECT-PRIOR-ARCHIVES.
           PERFORM CLOSE-SEAL-AFTER-LOOKUP.
           IF WS-HIST-COUNT = 0
               DISPLAY "No disciplinary record on file or in any "
                   "archive for " WS-STUDENT-ID "."
                   NOT AT END
                       IF STUDENT-ID = WS-STUDENT-ID
                           MOVE STUDENT-RECORD TO WS-ARCH-ROW
                           PERFORM HIST-STORE-UNLESS-SEALED
                       ELSE
                           MOVE 1 TO WS-EOF
                       END-IF
                   NOT AT END
                       MOVE TERMARCH-RECORD TO WS-ARCH-ROW
                       IF WS-AR-STUDENT-ID = WS-STUDENT-ID
                           PERFORM HIST-STORE-UNLESS-SEALED
                       END-IF
           END-PERFORM.
           IF WS-TERMARCH-STATUS NOT = "35"
                   NOT AT END
                       MOVE ARCH-INQ-RECORD TO WS-ARCH-ROW
                       IF WS-AR-STUDENT-ID = WS-STUDENT-ID
                           PERFORM HIST-STORE-UNLESS-SEALED
                       END-IF
           END-PERFORM.
           IF WS-ARCH-INQ-OPEN = 1
               MOVE 0 TO WS-ARCH-INQ-OPEN
           END-IF.

       HIST-STORE-UNLESS-SEALED.
      * A sealed row is left off an encoder's transcript; an officer
      * still sees it, marked SEALED in place of its status.
           MOVE WS-AR-STUDENT-ID TO WS-SEAL-CHK-ID.
           MOVE WS-AR-VIOL-NO TO WS-SEAL-CHK-NO.
           MOVE WS-AR-DATE TO WS-SEAL-CHK-DATE.
           MOVE WS-AR-TYPE TO WS-SEAL-CHK-TYPE.
           PERFORM CHECK-ROW-SEALED.
           IF WS-ROW-SEALED = 0 OR WS-CURRENT-ROLE = "O"
               PERFORM STORE-HIST-ENTRY
           END-IF.

       STORE-HIST-ENTRY.
      * Inserts WS-ARCH-ROW into the transcript table at its place in
      * date order, shifting later entries down.
                   WHEN OTHER
                       MOVE "OPEN" TO WS-HIST-STATUS (WS-HIST-POS)
               END-EVALUATE
               IF WS-ROW-SEALED = 1
                   MOVE "SEALED" TO WS-HIST-STATUS (WS-HIST-POS)
               END-IF
               MOVE WS-HIST-SOURCE-LABEL
                   TO WS-HIST-SOURCE (WS-HIST-POS)
           END-IF.
           MOVE WS-EXP-TO-DATE TO WS-EXP-HDR-TO.
           WRITE EXPORT-RECORD FROM WS-EXP-HEADER.
           PERFORM OPEN-MASTER-FOR-LOOKUP.
           PERFORM OPEN-SEAL-FOR-LOOKUP.
           PERFORM UNTIL WS-EOF = 1
               READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
      *                Sealed rows no longer count against the student
      *                and do not leave the office.
                       PERFORM CHECK-LIVE-ROW-SEALED
                       IF VIOLATION-DATE >= WS-EXP-FROM-DATE
                           AND VIOLATION-DATE <= WS-EXP-TO-DATE
                           AND WS-ROW-SEALED = 0
                           PERFORM REFRESH-DEMOGRAPHICS-FROM-MASTER
                           MOVE STUDENT-ID TO WS-EXP-ID
                           MOVE VIOLATION-COUNT TO WS-EXP-CNT
                           ADD VIOLATION-COUNT TO WS-EXP-HASH
                       END-IF
           END-PERFORM.
           PERFORM CLOSE-SEAL-AFTER-LOOKUP.
           PERFORM CLOSE-MASTER-AFTER-LOOKUP.
           CLOSE STUDENT-FILE.
           WRITE EXPORT-RECORD FROM WS-EXP-TRAILER.
               MOVE 0 TO WS-DATE-OK
           END-IF.

       DATE-TO-DAYNO.
      * WS-DATE-INPUT (YYYY-MM-DD) to a day number in WS-CAL-DAYNO
      * for date arithmetic.
           MOVE SPACES TO WS-CAL-YMD-X.
           STRING WS-DATE-INPUT (1:4) DELIMITED BY SIZE
               WS-DATE-INPUT (6:2) DELIMITED BY SIZE
               WS-DATE-INPUT (9:2) DELIMITED BY SIZE
               INTO WS-CAL-YMD-X
           END-STRING.
           COMPUTE WS-CAL-DAYNO = FUNCTION INTEGER-OF-DATE (WS-CAL-YMD).

       DAYNO-TO-DATE.
      * The reverse of DATE-TO-DAYNO: WS-CAL-DAYNO back to
      * WS-DATE-INPUT as YYYY-MM-DD.
           COMPUTE WS-CAL-YMD = FUNCTION DATE-OF-INTEGER (WS-CAL-DAYNO).
           MOVE SPACES TO WS-DATE-INPUT.
           STRING WS-CAL-YMD-X (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CAL-YMD-X (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CAL-YMD-X (7:2) DELIMITED BY SIZE
               INTO WS-DATE-INPUT
           END-STRING.

       FETCH-MASTER-DEMOGRAPHICS.
      * Pulls name, section and course for WS-STUDENT-ID from the
      * student master so demographics are keyed once and reused on
           IF WS-VIOCODE-FOUND = 1
               MOVE VIOCODE-DESC TO WS-VIO-DESC
               MOVE VIOCODE-SEVERITY TO WS-VIO-SEVERITY
               MOVE VIOCODE-FINE TO WS-VIO-FINE
           ELSE
               MOVE SPACES TO WS-VIO-DESC
               MOVE SPACE TO WS-VIO-SEVERITY
               MOVE 0 TO WS-VIO-FINE
           END-IF.
           PERFORM CLOSE-VIOCODE-AFTER-LOOKUP.

           IF WS-VIOCODE-STATUS = "00"
               MOVE 1 TO WS-VIOCODE-AVAILABLE
           END-IF.
           IF WS-VIOCODE-STATUS = "39"
               DISPLAY "VIOCODE.dat does not match this program's "
                   "record layout - run Code Table Layout Conversion "
                   "under Violation Code Maintenance."
           END-IF.

       CLOSE-VIOCODE-AFTER-LOOKUP.
           IF WS-VIOCODE-AVAILABLE = 1
           DISPLAY "1 - Add / Update Code"
           DISPLAY "2 - View Code"
           DISPLAY "3 - List Codes"
           DISPLAY "4 - Code Table Layout Conversion"
           DISPLAY "5 - Return to Main Menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-VIOCODE-CHOICE.
           EVALUATE WS-VIOCODE-CHOICE
               WHEN 3
                   PERFORM VIOCODE-LIST
               WHEN 4
                   PERFORM CONVERT-VIOCODE-FILE
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
               DISPLAY "Enter Severity (N=Minor, M=Major): "
                   WITH NO ADVANCING
               ACCEPT WS-VIO-SEVERITY
               DISPLAY "Enter Fine Amount (0 = no fine): "
                   WITH NO ADVANCING
               ACCEPT WS-VIO-FINE
               IF WS-VIO-DESC = SPACES
                   DISPLAY "Description cannot be blank."
               ELSE
                   MOVE WS-VIO-CODE TO VIOCODE-CODE
                   MOVE WS-VIO-DESC TO VIOCODE-DESC
                   MOVE WS-VIO-SEVERITY TO VIOCODE-SEVERITY
                   MOVE WS-VIO-FINE TO VIOCODE-FINE
                   WRITE VIOCODE-RECORD
                       INVALID KEY
                           DISPLAY "Error: could not add code "
               NOT INVALID KEY
                   MOVE WS-VIO-DESC TO VIOCODE-DESC
                   MOVE WS-VIO-SEVERITY TO VIOCODE-SEVERITY
                   MOVE WS-VIO-FINE TO VIOCODE-FINE
                   REWRITE VIOCODE-RECORD
                   DISPLAY "Violation code " WS-VIO-CODE " updated."
                   PERFORM WRITE-VIOCODE-AUDIT
           MOVE 0 TO WS-VIOLATION-COUNT.
           MOVE "N/A" TO WS-AUDIT-OLD-VALUES.
           MOVE SPACES TO WS-AUDIT-NEW-VALUES.
           MOVE WS-VIO-FINE TO WS-VIO-FINE-ED.
           STRING WS-VIO-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-VIO-DESC DELIMITED BY SIZE
               "/severity " DELIMITED BY SIZE
               WS-VIO-SEVERITY DELIMITED BY SIZE
               "/fine " DELIMITED BY SIZE
               WS-VIO-FINE-ED DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUES
           END-STRING.
           PERFORM WRITE-AUDIT-LOG.
               DISPLAY "Code: " VIOCODE-CODE
               DISPLAY "Description: " VIOCODE-DESC
               DISPLAY "Severity: " VIOCODE-SEVERITY
               MOVE VIOCODE-FINE TO WS-VIO-FINE-ED
               DISPLAY "Fine: " WS-VIO-FINE-ED
           ELSE
               DISPLAY "Code " WS-VIO-CODE
                   " is not on the violation code table."
       VIOCODE-LIST.
           DISPLAY " "
           DISPLAY "Code                 Description"
               "                    Sev      Fine".
           MOVE 0 TO WS-VIOCODE-EOF.
           OPEN INPUT VIOCODE-FILE.
           IF WS-VIOCODE-STATUS = "35"
               READ VIOCODE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-VIOCODE-EOF
                   NOT AT END
                       MOVE VIOCODE-FINE TO WS-VIO-FINE-ED
                       DISPLAY VIOCODE-CODE " " VIOCODE-DESC " "
                           VIOCODE-SEVERITY "   " WS-VIO-FINE-ED
           END-PERFORM.
           IF WS-VIOCODE-STATUS NOT = "35"
               CLOSE VIOCODE-FILE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       CONVERT-VIOCODE-FILE.
      * One-time conversion after the fine amount was added to
      * VIOCODE-RECORD: rebuilds VIOCODE.dat in the new layout with
      * every code carried across at no fine.  The old file is backed
      * up with a timestamp before it is replaced.
           DISPLAY " "
           DISPLAY "- CODE TABLE LAYOUT CONVERSION -".
           PERFORM CHECK-JOB-LOCK.
           IF WS-JOB-RUNNING = 1
               DISPLAY "Conversion abandoned - try again after the "
                   "job."
           ELSE
               OPEN INPUT OLD-VIOCODE-FILE
               EVALUATE WS-OLDVIO-STATUS
                   WHEN "00"
                       PERFORM CONVERT-VIOCODE-ROWS
                   WHEN "35"
                       DISPLAY "No VIOCODE.dat on file - nothing to "
                           "convert."
                   WHEN "39"
                       DISPLAY "VIOCODE.dat does not match the old "
                           "layout - it has likely been converted "
                           "already."
                   WHEN OTHER
                       DISPLAY "Could not open VIOCODE.dat (status "
                           WS-OLDVIO-STATUS ") - conversion not run."
               END-EVALUATE
           END-IF.

       CONVERT-VIOCODE-ROWS.
           MOVE "VIOCONV" TO WS-JOB-NAME.
           PERFORM SET-JOB-LOCK.
           MOVE 0 TO WS-VIOCONV-COUNT.
           MOVE 0 TO WS-VIOCONV-EOF.
           OPEN OUTPUT NEW-VIOCODE-FILE.
           PERFORM UNTIL WS-VIOCONV-EOF = 1
               READ OLD-VIOCODE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-VIOCONV-EOF
                   NOT AT END
                       MOVE OLDV-CODE TO NEWV-CODE
                       MOVE OLDV-DESC TO NEWV-DESC
                       MOVE OLDV-SEVERITY TO NEWV-SEVERITY
                       MOVE 0 TO NEWV-FINE
                       WRITE NEW-VIOCODE-RECORD
                           INVALID KEY
                               DISPLAY "Error: could not convert "
                                   "code " OLDV-CODE "."
                           NOT INVALID KEY
                               ADD 1 TO WS-VIOCONV-COUNT
                       END-WRITE
           END-PERFORM.
           CLOSE OLD-VIOCODE-FILE.
           CLOSE NEW-VIOCODE-FILE.
           PERFORM BACKUP-VIOCODE-FILE.
           PERFORM INSTALL-CONVERTED-VIOCODE.
           PERFORM CLEAR-JOB-LOCK.

       BACKUP-VIOCODE-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME (1:14) TO WS-BACKUP-SUFFIX.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\VIOCODE.dat"" "
               """C:\Users\zcint\VIOCODE_BACKUP_"
               WS-BACKUP-SUFFIX ".dat""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "Backup created: VIOCODE_BACKUP_"
                   WS-BACKUP-SUFFIX ".dat"
           ELSE
               DISPLAY "WARNING: backup copy of VIOCODE.dat failed "
                   "(return code " RETURN-CODE ") - proceeding "
                   "WITHOUT a verified backup."
           END-IF.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\VIOCODE.idx"" "
               """C:\Users\zcint\VIOCODE_BACKUP_"
               WS-BACKUP-SUFFIX ".idx""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "Backup created: VIOCODE_BACKUP_"
                   WS-BACKUP-SUFFIX ".idx"
           ELSE
               DISPLAY "Note: no VIOCODE.idx backed up (return code "
                   RETURN-CODE ") - handler may not use a separate "
                   "index file."
           END-IF.

       INSTALL-CONVERTED-VIOCODE.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\VIOCODE_NEW.dat"" "
               """C:\Users\zcint\VIOCODE.dat""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: could not install the converted code "
                   "table (return code " RETURN-CODE ") - "
                   "VIOCODE.dat is unchanged and the converted data "
                   "is in VIOCODE_NEW.dat."
           ELSE
               MOVE SPACES TO WS-BACKUP-COMMAND
               STRING "copy ""C:\Users\zcint\VIOCODE_NEW.idx"" "
                   """C:\Users\zcint\VIOCODE.idx""" DELIMITED BY SIZE
                   INTO WS-BACKUP-COMMAND
               CALL "SYSTEM" USING WS-BACKUP-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "Note: no VIOCODE_NEW.idx installed - "
                       "handler may not use a separate index file."
               END-IF
               MOVE SPACES TO WS-BACKUP-COMMAND
               STRING "del ""C:\Users\zcint\VIOCODE_NEW.dat"" "
                   """C:\Users\zcint\VIOCODE_NEW.idx"""
                   DELIMITED BY SIZE
                   INTO WS-BACKUP-COMMAND
               CALL "SYSTEM" USING WS-BACKUP-COMMAND
               DISPLAY WS-VIOCONV-COUNT " violation code(s) "
                   "converted to the fine-amount layout - set each "
                   "code's fine under Add / Update Code."
               MOVE "VIOCONV" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-STUDENT-ID
               MOVE 0 TO WS-VIOLATION-COUNT
               MOVE "N/A" TO WS-AUDIT-OLD-VALUES
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "Converted " DELIMITED BY SIZE
                   WS-VIOCONV-COUNT DELIMITED BY SIZE
                   " violation code(s) to fine-amount layout"
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       CONVERT-SANCTION-FILE.
      * One-time conversion after service hours were added to
      * SANCTION-RECORD: rebuilds SANCTION.dat in the new layout with
      * every sanction carried across requiring no hours, so existing
      * sanctions are still marked served by hand.  The old file is
      * backed up with a timestamp before it is replaced.
           DISPLAY " "
           DISPLAY "- SANCTION FILE LAYOUT CONVERSION -".
           PERFORM CHECK-JOB-LOCK.
           IF WS-JOB-RUNNING = 1
               DISPLAY "Conversion abandoned - try again after the "
                   "job."
           ELSE
               OPEN INPUT OLD-SANCTION-FILE
               EVALUATE WS-OLDSANC-STATUS
                   WHEN "00"
                       PERFORM CONVERT-SANCTION-ROWS
                   WHEN "35"
                       DISPLAY "No SANCTION.dat on file - nothing to "
                           "convert."
                   WHEN "39"
                       DISPLAY "SANCTION.dat does not match the old "
                           "layout - it has likely been converted "
                           "already."
                   WHEN OTHER
                       DISPLAY "Could not open SANCTION.dat (status "
                           WS-OLDSANC-STATUS ") - conversion not run."
               END-EVALUATE
           END-IF.

       CONVERT-SANCTION-ROWS.
           MOVE "SANCCONV" TO WS-JOB-NAME.
           PERFORM SET-JOB-LOCK.
           MOVE 0 TO WS-SANCCONV-COUNT.
           MOVE 0 TO WS-SANCCONV-EOF.
           OPEN OUTPUT NEW-SANCTION-FILE.
           PERFORM UNTIL WS-SANCCONV-EOF = 1
               READ OLD-SANCTION-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-SANCCONV-EOF
                   NOT AT END
                       MOVE OLDS-STUDENT-ID TO NEWS-STUDENT-ID
                       MOVE OLDS-LEVEL TO NEWS-LEVEL
                       MOVE OLDS-DESC TO NEWS-DESC
                       MOVE OLDS-DATE TO NEWS-DATE
                       MOVE OLDS-STATUS TO NEWS-STATUS
                       MOVE 0 TO NEWS-HOURS-REQ
                       MOVE 0 TO NEWS-HOURS-DONE
                       MOVE SPACES TO NEWS-HOURS-DUE
                       WRITE NEW-SANCTION-RECORD
                           INVALID KEY
                               DISPLAY "Error: could not convert "
                                   "sanction " OLDS-KEY "."
                           NOT INVALID KEY
                               ADD 1 TO WS-SANCCONV-COUNT
                       END-WRITE
           END-PERFORM.
           CLOSE OLD-SANCTION-FILE.
           CLOSE NEW-SANCTION-FILE.
           PERFORM BACKUP-SANCTION-FILE.
           PERFORM INSTALL-CONVERTED-SANCTION.
           PERFORM CLEAR-JOB-LOCK.

       BACKUP-SANCTION-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME (1:14) TO WS-BACKUP-SUFFIX.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\SANCTION.dat"" "
               """C:\Users\zcint\SANCTION_BACKUP_"
               WS-BACKUP-SUFFIX ".dat""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "Backup created: SANCTION_BACKUP_"
                   WS-BACKUP-SUFFIX ".dat"
           ELSE
               DISPLAY "WARNING: backup copy of SANCTION.dat failed "
                   "(return code " RETURN-CODE ") - proceeding "
                   "WITHOUT a verified backup."
           END-IF.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\SANCTION.idx"" "
               """C:\Users\zcint\SANCTION_BACKUP_"
               WS-BACKUP-SUFFIX ".idx""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "Backup created: SANCTION_BACKUP_"
                   WS-BACKUP-SUFFIX ".idx"
           ELSE
               DISPLAY "Note: no SANCTION.idx backed up (return code "
                   RETURN-CODE ") - handler may not use a separate "
                   "index file."
           END-IF.

       INSTALL-CONVERTED-SANCTION.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\SANCTION_NEW.dat"" "
               """C:\Users\zcint\SANCTION.dat""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: could not install the converted "
                   "sanction file (return code " RETURN-CODE ") - "
                   "SANCTION.dat is unchanged and the converted data "
                   "is in SANCTION_NEW.dat."
           ELSE
               MOVE SPACES TO WS-BACKUP-COMMAND
               STRING "copy ""C:\Users\zcint\SANCTION_NEW.idx"" "
                   """C:\Users\zcint\SANCTION.idx""" DELIMITED BY SIZE
                   INTO WS-BACKUP-COMMAND
               CALL "SYSTEM" USING WS-BACKUP-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "Note: no SANCTION_NEW.idx installed - "
                       "handler may not use a separate index file."
               END-IF
               MOVE SPACES TO WS-BACKUP-COMMAND
               STRING "del ""C:\Users\zcint\SANCTION_NEW.dat"" "
                   """C:\Users\zcint\SANCTION_NEW.idx"""
                   DELIMITED BY SIZE
                   INTO WS-BACKUP-COMMAND
               CALL "SYSTEM" USING WS-BACKUP-COMMAND
               DISPLAY WS-SANCCONV-COUNT " sanction(s) converted "
                   "to the service-hours layout - set any hours owed "
                   "under Set Required Hours / Due Date."
               MOVE "SANCCONV" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-STUDENT-ID
               MOVE 0 TO WS-VIOLATION-COUNT
               MOVE "N/A" TO WS-AUDIT-OLD-VALUES
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "Converted " DELIMITED BY SIZE
                   WS-SANCCONV-COUNT DELIMITED BY SIZE
                   " sanction(s) to service-hours layout"
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       CONVERT-PENDING-FILE.
      * One-time conversion after the reporter was added to
      * PENDING-RECORD: rebuilds PENDING.dat in the new layout with
      * every queued entry carried across and no reporter named; the
      * reviewing officer supplies one when approving such an entry.
      * The old file is backed up with a timestamp before it is
      * replaced.
           DISPLAY " "
           DISPLAY "- PENDING QUEUE LAYOUT CONVERSION -".
           PERFORM CHECK-JOB-LOCK.
           IF WS-JOB-RUNNING = 1
               DISPLAY "Conversion abandoned - try again after the "
                   "job."
           ELSE
               OPEN INPUT OLD-PENDING-FILE
               EVALUATE WS-OLDPEND-STATUS
                   WHEN "00"
                       PERFORM CONVERT-PENDING-ROWS
                   WHEN "35"
                       DISPLAY "No PENDING.dat on file - nothing to "
                           "convert."
                   WHEN "39"
                       DISPLAY "PENDING.dat does not match the old "
                           "layout - it has likely been converted "
                           "already."
                   WHEN OTHER
                       DISPLAY "Could not open PENDING.dat (status "
                           WS-OLDPEND-STATUS ") - conversion not run."
               END-EVALUATE
           END-IF.

       CONVERT-PENDING-ROWS.
           MOVE "PENDCONV" TO WS-JOB-NAME.
           PERFORM SET-JOB-LOCK.
           MOVE 0 TO WS-PENDCONV-COUNT.
           MOVE 0 TO WS-PENDCONV-EOF.
           OPEN OUTPUT NEW-PENDING-FILE.
           PERFORM UNTIL WS-PENDCONV-EOF = 1
               READ OLD-PENDING-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-PENDCONV-EOF
                   NOT AT END
                       MOVE OLDP-SEQ TO NEWP-SEQ
                       MOVE OLDP-STUDENT-ID TO NEWP-STUDENT-ID
                       MOVE OLDP-NAME TO NEWP-NAME
                       MOVE OLDP-COURSE TO NEWP-COURSE
                       MOVE OLDP-SECTION TO NEWP-SECTION
                       MOVE OLDP-DATE TO NEWP-DATE
                       MOVE OLDP-TYPE TO NEWP-TYPE
                       MOVE OLDP-REMARKS TO NEWP-REMARKS
                       MOVE OLDP-STATUS TO NEWP-STATUS
                       MOVE OLDP-REASON TO NEWP-REASON
                       MOVE SPACES TO NEWP-REPORTER
                       WRITE NEW-PENDING-RECORD
                           INVALID KEY
                               DISPLAY "Error: could not convert "
                                   "pending entry " OLDP-SEQ "."
                           NOT INVALID KEY
                               ADD 1 TO WS-PENDCONV-COUNT
                       END-WRITE
           END-PERFORM.
           CLOSE OLD-PENDING-FILE.
           CLOSE NEW-PENDING-FILE.
           PERFORM BACKUP-PENDING-FILE.
           PERFORM INSTALL-CONVERTED-PENDING.
           PERFORM CLEAR-JOB-LOCK.

       BACKUP-PENDING-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME (1:14) TO WS-BACKUP-SUFFIX.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\PENDING.dat"" "
               """C:\Users\zcint\PENDING_BACKUP_"
               WS-BACKUP-SUFFIX ".dat""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "Backup created: PENDING_BACKUP_"
                   WS-BACKUP-SUFFIX ".dat"
           ELSE
               DISPLAY "WARNING: backup copy of PENDING.dat failed "
                   "(return code " RETURN-CODE ") - proceeding "
                   "WITHOUT a verified backup."
           END-IF.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\PENDING.idx"" "
               """C:\Users\zcint\PENDING_BACKUP_"
               WS-BACKUP-SUFFIX ".idx""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "Backup created: PENDING_BACKUP_"
                   WS-BACKUP-SUFFIX ".idx"
           ELSE
               DISPLAY "Note: no PENDING.idx backed up (return code "
                   RETURN-CODE ") - handler may not use a separate "
                   "index file."
           END-IF.

       INSTALL-CONVERTED-PENDING.
           MOVE SPACES TO WS-BACKUP-COMMAND.
           STRING "copy ""C:\Users\zcint\PENDING_NEW.dat"" "
               """C:\Users\zcint\PENDING.dat""" DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: could not install the converted "
                   "pending queue (return code " RETURN-CODE ") - "
                   "PENDING.dat is unchanged and the converted data "
                   "is in PENDING_NEW.dat."
           ELSE
               MOVE SPACES TO WS-BACKUP-COMMAND
               STRING "copy ""C:\Users\zcint\PENDING_NEW.idx"" "
                   """C:\Users\zcint\PENDING.idx""" DELIMITED BY SIZE
                   INTO WS-BACKUP-COMMAND
               CALL "SYSTEM" USING WS-BACKUP-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "Note: no PENDING_NEW.idx installed - "
                       "handler may not use a separate index file."
               END-IF
               MOVE SPACES TO WS-BACKUP-COMMAND
               STRING "del ""C:\Users\zcint\PENDING_NEW.dat"" "
                   """C:\Users\zcint\PENDING_NEW.idx"""
                   DELIMITED BY SIZE
                   INTO WS-BACKUP-COMMAND
               CALL "SYSTEM" USING WS-BACKUP-COMMAND
               DISPLAY WS-PENDCONV-COUNT " pending entry(ies) "
                   "converted to the reporter layout."
               MOVE "PENDCONV" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-STUDENT-ID
               MOVE 0 TO WS-VIOLATION-COUNT
               MOVE "N/A" TO WS-AUDIT-OLD-VALUES
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "Converted " DELIMITED BY SIZE
                   WS-PENDCONV-COUNT DELIMITED BY SIZE
                   " pending entry(ies) to reporter layout"
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       ROSTER-SYNC.
      * Start-of-term batch load of the registrar enrollment file
      * (ROSTER.dat, one student per line: ID|NAME|COURSE|SECTION).
               MOVE 1 TO WS-EOF
           END-IF.
           PERFORM OPEN-MASTER-FOR-LOOKUP.
           PERFORM OPEN-SEAL-FOR-LOOKUP.
           PERFORM UNTIL WS-EOF = 1
               READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                   AT END
                           MOVE STUDENT-NAME TO WS-RO-CURRENT-NAME
                           MOVE 0 TO WS-RO-ROW-COUNT
                       END-IF
                       PERFORM CHECK-LIVE-ROW-SEALED
                       IF VIOLATION-DATE >= WS-RPT-FROM-DATE
                           AND VIOLATION-DATE <= WS-RPT-TO-DATE
                           AND WS-ROW-SEALED = 0
                           ADD 1 TO WS-RO-ROW-COUNT
                       END-IF
           END-PERFORM.
           PERFORM CLOSE-SEAL-AFTER-LOOKUP.
           PERFORM CLOSE-MASTER-AFTER-LOOKUP.
           IF WS-STUDENT-FILE-STATUS NOT = "35" AND WS-FILE-BUSY = 0
               CLOSE STUDENT-FILE
               MOVE 1 TO WS-EOF
           END-IF.
           PERFORM OPEN-MASTER-FOR-LOOKUP.
           PERFORM OPEN-SEAL-FOR-LOOKUP.
           PERFORM UNTIL WS-EOF = 1
               READ STUDENT-FILE NEXT RECORD INTO STUDENT-RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-LIVE-ROW-SEALED
                       IF VIOLATION-DATE >= WS-RPT-FROM-DATE
                           AND VIOLATION-DATE <= WS-RPT-TO-DATE
                           AND WS-ROW-SEALED = 0
                           PERFORM REFRESH-DEMOGRAPHICS-FROM-MASTER
                           PERFORM TALLY-VIOLATION-TYPE
                           PERFORM TALLY-VIOLATION-SECTION
                       END-IF
           END-PERFORM.
           PERFORM CLOSE-SEAL-AFTER-LOOKUP.
           PERFORM CLOSE-MASTER-AFTER-LOOKUP.
           IF WS-STUDENT-FILE-STATUS NOT = "35" AND WS-FILE-BUSY = 0
               CLOSE STUDENT-FILE

       DELETE-VIOLATION-DETAILS.
           PERFORM BACKUP-STUDENT-FILE.
           MOVE VIOLATION-DATE TO WS-VIOLATION-DATE.
           MOVE VIOLATION-TYPE TO WS-VIOLATION-TYPE.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES.
           STRING STUDENT-NAME DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
           MOVE "DELETE" TO WS-AUDIT-ACTION.
           MOVE "N/A" TO WS-AUDIT-NEW-VALUES.
           PERFORM WRITE-AUDIT-LOG.
           MOVE "VIOLATION DELETED" TO WS-LEDG-REMARKS.
           PERFORM REVERSE-FINE-CHARGE.
           PERFORM REMOVE-INCIDENT-LINK.
           PERFORM REMOVE-REPORTER-LINK.
           PERFORM REMOVE-SEAL-ENTRY.

       LIST-STUDENT-VIOLATIONS.
           MOVE 0 TO WS-EOF.

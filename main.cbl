           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT TENANT-FILE ASSIGN TO "tenants.dat"
-                 ORGANIZATION IS INDEXED
-                 ACCESS MODE IS DYNAMIC
-                 RECORD KEY IS SI-ID
-                 ALTERNATE RECORD KEY IS SI-ASSIGNED-D-ID
-                     WITH DUPLICATES
-                 ALTERNATE RECORD KEY IS SI-NAME
-                     WITH DUPLICATES
-                 FILE STATUS IS WS-TENANT-FILE-STATUS.

           SELECT LEGACY-TENANT-FILE ASSIGN TO "tenants.seq"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-LEGACY-TEN-STATUS.

           SELECT DORM-FILE ASSIGN TO "dorm.dat"
-                 ORGANIZATION IS INDEXED
           SELECT TEMP-OPERATOR-FILE ASSIGN TO "tempop.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-REPORT-FILE ASSIGN TO WS-AUDIT-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UTILITY-IMPORT-FILE ASSIGN TO WS-IMPORT-FILENAME
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-IMPORT-FILE-STATUS.

           SELECT IMPORT-REJECT-FILE ASSIGN TO WS-IMP-REJECT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-BATCH-FILE-STATUS.

           SELECT BATCH-REPORT-FILE ASSIGN TO WS-BATCH-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-MAP-FILE ASSIGN TO "glmap.dat"
           SELECT GL-JOURNAL-FILE ASSIGN TO WS-GL-JOURNAL-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXCEPTION-FILE ASSIGN TO WS-GL-EXC-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CLOSE-FILE ASSIGN TO "perclose.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-IRC-FILE-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO WS-TR-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RENTROLL-FILE ASSIGN TO WS-RR-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
-                  WS-BV-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-CHECKPOINT-FILE ASSIGN TO WS-JOB-CHK-NAME
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-JOBCHK-FILE-STATUS.

           SELECT JOB-STEP-LOG-FILE ASSIGN TO "joblog.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "param.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT VENDOR-FILE ASSIGN TO "vendor.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-VEND-FILE-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO "apinv.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-APINV-FILE-STATUS.

           SELECT TEMP-AP-INVOICE-FILE ASSIGN TO "tempapi.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-WO-LINK-FILE ASSIGN TO "apwolink.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-APWL-FILE-STATUS.

           SELECT AP-PAYMENT-FILE ASSIGN TO "appay.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-APPAY-FILE-STATUS.

           SELECT AP-AGING-REPORT-FILE ASSIGN TO WS-AP-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PM-SCHEDULE-FILE ASSIGN TO "pmsched.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT TEMP-PM-SCHEDULE-FILE ASSIGN TO "temppms.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PM-COMPLIANCE-REPORT-FILE
-              ASSIGN TO WS-PS-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROOM-DOWNTIME-FILE ASSIGN TO "roomdown.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-RD-FILE-STATUS.

           SELECT TEMP-ROOM-DOWNTIME-FILE ASSIGN TO "temprdt.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAD-DEBT-FILE ASSIGN TO "baddebt.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-BD-FILE-STATUS.

           SELECT TEMP-BAD-DEBT-FILE ASSIGN TO "tempbd.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAD-DEBT-REPORT-FILE
-              ASSIGN TO WS-BD-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO "payplan.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT TEMP-PAYMENT-PLAN-FILE ASSIGN TO "temppp.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLAN-INSTALLMENT-FILE ASSIGN TO "planinst.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-PI-FILE-STATUS.

           SELECT TEMP-PLAN-INSTALLMENT-FILE ASSIGN TO "temppi.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BROKEN-PROMISE-REPORT-FILE
-              ASSIGN TO WS-PP-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KEY-REGISTER-FILE ASSIGN TO "keyreg.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-KR-FILE-STATUS.

           SELECT TEMP-KEY-REGISTER-FILE ASSIGN TO "tempkr.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KEY-REPORT-FILE
-              ASSIGN TO WS-KR-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUEST-LOG-FILE ASSIGN TO "guestlog.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-GV-FILE-STATUS.

           SELECT TEMP-GUEST-LOG-FILE ASSIGN TO "tempgv.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUEST-REPORT-FILE
-              ASSIGN TO WS-GV-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-REPORT-FILE
-              ASSIGN TO WS-SD-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "rptcat.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT TEMP-REPORT-CATALOG-FILE ASSIGN TO "temprc.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVED-REPORT-FILE
-              ASSIGN TO WS-RC-FILE-NAME
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-RC-ARCH-STATUS.

           SELECT REPRINT-FILE
-              ASSIGN TO WS-RC-REPRINT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANON-REGISTER-FILE ASSIGN TO "anonreg.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-AN-FILE-STATUS.

           SELECT TEMP-INCIDENT-FILE ASSIGN TO "tempic.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEMP-NOTICE-LOG-FILE ASSIGN TO "tempnt.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEMP-AUDIT-JOURNAL-FILE ASSIGN TO "tempaj.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEMP-LEGACY-TENANT-FILE ASSIGN TO "templt.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEMP-ARCHIVE-HISTORY-FILE ASSIGN TO "tempah.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIVACY-CERT-FILE
-              ASSIGN TO WS-AN-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANCILLARY-ASSET-FILE ASSIGN TO "ancasset.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-AA-FILE-STATUS.

           SELECT TEMP-ANCILLARY-ASSET-FILE ASSIGN TO "tempaa.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANCILLARY-ASSIGN-FILE ASSIGN TO "ancassign.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-AG-FILE-STATUS.

           SELECT TEMP-ANCILLARY-ASSIGN-FILE ASSIGN TO "tempag.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANCILLARY-REPORT-FILE
-              ASSIGN TO WS-AX-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISCOUNT-FILE ASSIGN TO "discount.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT TEMP-DISCOUNT-FILE ASSIGN TO "tempdc.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISCOUNT-GRANT-FILE ASSIGN TO "discgrant.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-DG-FILE-STATUS.

           SELECT TEMP-DISCOUNT-GRANT-FILE ASSIGN TO "tempdg.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISCOUNT-REPORT-FILE
-              ASSIGN TO WS-DC-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOSIT-SLIP-FILE ASSIGN TO "depslip.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-DS-FILE-STATUS.

           SELECT TEMP-DEPOSIT-SLIP-FILE ASSIGN TO "tempds.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "depitem.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-DT-FILE-STATUS.

           SELECT TEMP-DEPOSIT-ITEM-FILE ASSIGN TO "tempdt.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOSIT-REPORT-FILE
-              ASSIGN TO WS-DS-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OR-SERIES-FILE ASSIGN TO "orseries.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-ORS-FILE-STATUS.

           SELECT TEMP-OR-SERIES-FILE ASSIGN TO "tempors.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OR-ISSUE-FILE ASSIGN TO "orissue.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-ORI-FILE-STATUS.

           SELECT TEMP-OR-ISSUE-FILE ASSIGN TO "tempori.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OR-SPOILED-FILE ASSIGN TO "orspoil.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-ORP-FILE-STATUS.

           SELECT OR-REPORT-FILE
-              ASSIGN TO WS-OR-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIAB-SNAPSHOT-FILE ASSIGN TO "liabsnap.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-LS-FILE-STATUS.

           SELECT LIAB-REPORT-FILE
-              ASSIGN TO WS-LB-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIAB-GL-FILE
-              ASSIGN TO WS-LB-GL-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UTILITY-BILL-FILE ASSIGN TO "utilbill.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-UB-FILE-STATUS.

           SELECT TEMP-UTILITY-BILL-FILE ASSIGN TO "tempub.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UTIL-RECOVERY-REPORT-FILE
-              ASSIGN TO WS-UR-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TENANT-PROFILE-FILE ASSIGN TO "tenprof.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
-              FILE STATUS IS WS-TP-FILE-STATUS.

           SELECT TEMP-TENANT-PROFILE-FILE ASSIGN TO "temptp.dat"
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-COMPLIANCE-REPORT-FILE
-              ASSIGN TO WS-TC-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMERGENCY-ROSTER-FILE
-              ASSIGN TO WS-ER-REPORT-NAME
-              ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

           05  SI-ASSIGNED-D-ID                    PIC X(20).
           

      *LEGACY TENANT RECORD (pre-conversion line sequential
      *layout, read once by CONVERT-TENANT-FILE)
       FD  LEGACY-TENANT-FILE.
       01  LEGACY-TENANT-RECORD.
           05  LT-ID                               PIC X(10).
           05  LT-NAME                             PIC X(50).
           05  LT-AGE                              PIC 9(2).
           05  LT-GENDER                           PIC X(15).
           05  LT-CONTACT-NUM                      PIC X(12).
           05  LT-ASSIGNED-D-ID                    PIC X(20).

      *DORM FILE
           FD DORM-FILE.
           05  RV-FEE                     PIC S9(7).
           05  RV-DATE-TAKEN              PIC X(10).
           05  RV-STATUS                  PIC X(10).
           05  RV-STATUS-DATE             PIC X(10).

      *TEMP RESERVATION RECORD
       FD  TEMP-RESERVATION-FILE.
           05  TRV-FEE                    PIC S9(7).
           05  TRV-DATE-TAKEN             PIC X(10).
           05  TRV-STATUS                 PIC X(10).
           05  TRV-STATUS-DATE            PIC X(10).

      *METER MASTER (one row per submetered room and utility; keeps
      *the last reading and a usual-consumption figure for the
           05  SH-EXPECTED                PIC S9(8).
           05  SH-OVER-SHORT              PIC S9(8).
           05  SH-CLOSE-TIME              PIC X(8).
           05  SH-CLOSE-DATE              PIC X(10).

      *TEMP SHIFT RECORD
       FD  TEMP-SHIFT-FILE.
           05  TSH-EXPECTED               PIC S9(8).
           05  TSH-OVER-SHORT             PIC S9(8).
           05  TSH-CLOSE-TIME             PIC X(8).
           05  TSH-CLOSE-DATE             PIC X(10).

      *UTILITY TARIFF (rate per kWh / cubic meter plus minimum
      *charge, with an effective date; the newest effective date on
           05  TF-MINIMUM-CHARGE          PIC 9(6).
           05  TF-EFFECTIVE-DATE          PIC X(10).

      *BATCH JOB STREAM CHECKPOINT (single row per stream, name set
      *at runtime; rewritten as each step starts, fails or the
      *stream completes, so the next run resumes at the step that
      *did not finish)
       FD  JOB-CHECKPOINT-FILE.
       01  JOB-CHECKPOINT-RECORD.
           05  JC-STREAM                  PIC X(10).
           05  JC-RUN-DATE                PIC X(10).
           05  JC-STATUS                  PIC X(10).
           05  JC-STEP-NO                 PIC 9(2).
           05  JC-STEP-NAME               PIC X(30).
           05  JC-TIMESTAMP               PIC X(19).

      *BATCH JOB STEP LOG (append-only; a START and an END row per
      *step with the records handled and the return status, plus
      *BEGIN/FINISH rows for the stream as a whole)
       FD  JOB-STEP-LOG-FILE.
       01  JOB-STEP-LOG-RECORD.
           05  JL-STREAM                  PIC X(10).
           05  JL-RUN-DATE                PIC X(10).
           05  JL-STEP-NO                 PIC 9(2).
           05  JL-STEP-NAME               PIC X(30).
           05  JL-EVENT                   PIC X(6).
           05  JL-TIMESTAMP               PIC X(19).
           05  JL-RECORDS                 PIC 9(6).
           05  JL-RC                      PIC 9(2).
           05  JL-STATUS                  PIC X(8).
           05  JL-OPERATOR                PIC X(10).

      *SYSTEM PARAMETER MASTER (one row per change; for each code
      *the newest effective date on or before the business date
      *wins, so a change can be keyed ahead of the day it applies)
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PR-CODE                    PIC X(10).
           05  PR-VALUE                   PIC 9(5).
           05  PR-EFFECTIVE-DATE          PIC X(10).
           05  PR-SET-BY                  PIC X(10).
           05  PR-SET-TIMESTAMP           PIC X(19).

      *VENDOR MASTER (contractors and suppliers we pay; terms are
      *the days after the invoice date that payment falls due)
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05  VN-ID                      PIC X(10).
           05  VN-NAME                    PIC X(30).
           05  VN-CONTACT                 PIC X(30).
           05  VN-TIN                     PIC X(15).
           05  VN-TERMS-DAYS              PIC 9(3).

      *SUPPLIER INVOICE (accounts payable; vendor plus invoice
      *number is unique. A scheduled date/amount marks the invoice
      *for the next payment run)
       FD  AP-INVOICE-FILE.
       01  AP-INVOICE-RECORD.
           05  AI-VENDOR-ID               PIC X(10).
           05  AI-INVOICE-NO              PIC X(15).
           05  AI-INVOICE-DATE            PIC X(10).
           05  AI-DUE-DATE                PIC X(10).
           05  AI-AMOUNT                  PIC 9(7).
           05  AI-PAID-AMT                PIC 9(7).
           05  AI-STATUS                  PIC X(10).
           05  AI-CATEGORY                PIC X(15).
           05  AI-DORM-ID                 PIC X(10).
           05  AI-FLOOR                   PIC X(2).
           05  AI-DESCRIPTION             PIC X(30).
           05  AI-SCHED-DATE              PIC X(10).
           05  AI-SCHED-AMT               PIC 9(7).

      *TEMP SUPPLIER INVOICE
       FD  TEMP-AP-INVOICE-FILE.
       01  TEMP-AP-INVOICE-RECORD.
           05  TAI-VENDOR-ID              PIC X(10).
           05  TAI-INVOICE-NO             PIC X(15).
           05  TAI-INVOICE-DATE           PIC X(10).
           05  TAI-DUE-DATE               PIC X(10).
           05  TAI-AMOUNT                 PIC 9(7).
           05  TAI-PAID-AMT               PIC 9(7).
           05  TAI-STATUS                 PIC X(10).
           05  TAI-CATEGORY               PIC X(15).
           05  TAI-DORM-ID                PIC X(10).
           05  TAI-FLOOR                  PIC X(2).
           05  TAI-DESCRIPTION            PIC X(30).
           05  TAI-SCHED-DATE             PIC X(10).
           05  TAI-SCHED-AMT              PIC 9(7).

      *WORK ORDER TO SUPPLIER INVOICE LINK (who did the work and
      *which bill covers it; one invoice can cover several orders)
       FD  AP-WO-LINK-FILE.
       01  AP-WO-LINK-RECORD.
           05  WL-WO-ID                   PIC X(10).
           05  WL-VENDOR-ID               PIC X(10).
           05  WL-INVOICE-NO              PIC X(15).
           05  WL-LINK-DATE               PIC X(10).

      *SUPPLIER PAYMENTS MADE (one row per payment; the matching
      *expense line goes to EXPENSE-FILE at the same time)
       FD  AP-PAYMENT-FILE.
       01  AP-PAYMENT-RECORD.
           05  AY-VENDOR-ID               PIC X(10).
           05  AY-INVOICE-NO              PIC X(15).
           05  AY-PAY-DATE                PIC X(10).
           05  AY-AMOUNT                  PIC 9(7).
           05  AY-METHOD                  PIC X(10).
           05  AY-REFERENCE               PIC X(20).
           05  AY-OPERATOR                PIC X(10).

      *AP AGING REPORT (name set at runtime)
       FD  AP-AGING-REPORT-FILE.
       01  AP-AGING-REPORT-RECORD         PIC X(132).

      *PREVENTIVE MAINTENANCE SCHEDULE (one row per recurring task;
      *scope is a whole building, one floor of it, or one room -
      *PS-FLOOR and PS-DORM-ID are spaces when not used)
       FD  PM-SCHEDULE-FILE.
       01  PM-SCHEDULE-RECORD.
           05  PS-TASK-ID                 PIC X(6).
           05  PS-BUILDING                PIC X(1).
           05  PS-FLOOR                   PIC X(2).
           05  PS-DORM-ID                 PIC X(10).
           05  PS-DESCRIPTION             PIC X(40).
           05  PS-FREQ-MONTHS             PIC 9(2).
           05  PS-NEXT-DUE                PIC X(10).
           05  PS-LAST-DUE                PIC X(10).
           05  PS-LAST-WO-ID              PIC X(10).
           05  PS-ACTIVE                  PIC X.

      *TEMP PREVENTIVE MAINTENANCE SCHEDULE
       FD  TEMP-PM-SCHEDULE-FILE.
       01  TEMP-PM-SCHEDULE-RECORD.
           05  TPS-TASK-ID                PIC X(6).
           05  TPS-BUILDING               PIC X(1).
           05  TPS-FLOOR                  PIC X(2).
           05  TPS-DORM-ID                PIC X(10).
           05  TPS-DESCRIPTION            PIC X(40).
           05  TPS-FREQ-MONTHS            PIC 9(2).
           05  TPS-NEXT-DUE               PIC X(10).
           05  TPS-LAST-DUE               PIC X(10).
           05  TPS-LAST-WO-ID             PIC X(10).
           05  TPS-ACTIVE                 PIC X.

      *PM COMPLIANCE REPORT (name set at runtime)
       FD  PM-COMPLIANCE-REPORT-FILE.
       01  PM-COMPLIANCE-REPORT-RECORD    PIC X(132).

      *ROOM DOWNTIME (OUT OF SERVICE) LOG
       FD  ROOM-DOWNTIME-FILE.
       01  ROOM-DOWNTIME-RECORD.
           05  RD-DORM-ID                 PIC X(10).
           05  RD-WO-ID                   PIC X(10).
           05  RD-START-DATE              PIC X(10).
           05  RD-END-DATE                PIC X(10).
           05  RD-DAYS                    PIC 9(4).
           05  RD-CREDIT-TOTAL            PIC 9(7).
           05  RD-STATUS                  PIC X(6).

      *TEMP ROOM DOWNTIME LOG
       FD  TEMP-ROOM-DOWNTIME-FILE.
       01  TEMP-ROOM-DOWNTIME-RECORD.
           05  TRD-DORM-ID                PIC X(10).
           05  TRD-WO-ID                  PIC X(10).
           05  TRD-START-DATE             PIC X(10).
           05  TRD-END-DATE               PIC X(10).
           05  TRD-DAYS                   PIC 9(4).
           05  TRD-CREDIT-TOTAL           PIC 9(7).
           05  TRD-STATUS                 PIC X(6).

      *BAD-DEBT REGISTER (one row per balance left behind when a
      *room is vacated; PENDING until a manager writes it off)
       FD  BAD-DEBT-FILE.
       01  BAD-DEBT-RECORD.
           05  BD-ID                      PIC X(8).
           05  BD-TENANT-ID               PIC X(10).
           05  BD-DORM-ID                 PIC X(10).
           05  BD-BUILDING                PIC X(1).
           05  BD-GUARANTOR               PIC X(50).
           05  BD-GU-CONTACT              PIC X(12).
           05  BD-RENT                    PIC S9(7).
           05  BD-ELEC                    PIC S9(7).
           05  BD-WATER                   PIC S9(7).
           05  BD-AMOUNT                  PIC S9(7).
           05  BD-RAISED-DATE             PIC X(10).
           05  BD-STATUS                  PIC X(11).
           05  BD-APPROVED-BY             PIC X(10).
           05  BD-APPROVED-DATE           PIC X(10).
           05  BD-WRITTEN-OFF             PIC S9(7).
           05  BD-COLLECTED               PIC S9(7).
           05  BD-RECOVERED               PIC S9(7).
           05  BD-LAST-PAID               PIC X(10).

      *TEMP BAD-DEBT REGISTER
       FD  TEMP-BAD-DEBT-FILE.
       01  TEMP-BAD-DEBT-RECORD.
           05  TBD-ID                     PIC X(8).
           05  TBD-TENANT-ID              PIC X(10).
           05  TBD-DORM-ID                PIC X(10).
           05  TBD-BUILDING               PIC X(1).
           05  TBD-GUARANTOR              PIC X(50).
           05  TBD-GU-CONTACT             PIC X(12).
           05  TBD-RENT                   PIC S9(7).
           05  TBD-ELEC                   PIC S9(7).
           05  TBD-WATER                  PIC S9(7).
           05  TBD-AMOUNT                 PIC S9(7).
           05  TBD-RAISED-DATE            PIC X(10).
           05  TBD-STATUS                 PIC X(11).
           05  TBD-APPROVED-BY            PIC X(10).
           05  TBD-APPROVED-DATE          PIC X(10).
           05  TBD-WRITTEN-OFF            PIC S9(7).
           05  TBD-COLLECTED              PIC S9(7).
           05  TBD-RECOVERED              PIC S9(7).
           05  TBD-LAST-PAID              PIC X(10).

      *BAD-DEBT REPORT (name set at runtime)
       FD  BAD-DEBT-REPORT-FILE.
       01  BAD-DEBT-REPORT-RECORD         PIC X(132).

      *PAYMENT PLAN (one row per arrangement; the schedule itself is
      *in the installment file)
       FD  PAYMENT-PLAN-FILE.
       01  PAYMENT-PLAN-RECORD.
           05  PP-ID                      PIC X(8).
           05  PP-TENANT-ID               PIC X(10).
           05  PP-DORM-ID                 PIC X(10).
           05  PP-TOTAL                   PIC S9(7).
           05  PP-INST-COUNT              PIC 9(2).
           05  PP-CREATED-DATE            PIC X(10).
           05  PP-CREATED-BY              PIC X(10).
           05  PP-STATUS                  PIC X(9).
           05  PP-SUSPEND-LEVEL           PIC 9(1).
           05  PP-PAID-TOTAL              PIC S9(7).
           05  PP-END-DATE                PIC X(10).
           05  PP-MISSED-SEQ              PIC 9(2).
           05  PP-RESUMED                 PIC X(1).

      *TEMP PAYMENT PLAN
       FD  TEMP-PAYMENT-PLAN-FILE.
       01  TEMP-PAYMENT-PLAN-RECORD.
           05  TPP-ID                     PIC X(8).
           05  TPP-TENANT-ID              PIC X(10).
           05  TPP-DORM-ID                PIC X(10).
           05  TPP-TOTAL                  PIC S9(7).
           05  TPP-INST-COUNT             PIC 9(2).
           05  TPP-CREATED-DATE           PIC X(10).
           05  TPP-CREATED-BY             PIC X(10).
           05  TPP-STATUS                 PIC X(9).
           05  TPP-SUSPEND-LEVEL          PIC 9(1).
           05  TPP-PAID-TOTAL             PIC S9(7).
           05  TPP-END-DATE               PIC X(10).
           05  TPP-MISSED-SEQ             PIC 9(2).
           05  TPP-RESUMED                PIC X(1).

      *PAYMENT PLAN INSTALLMENTS
       FD  PLAN-INSTALLMENT-FILE.
       01  PLAN-INSTALLMENT-RECORD.
           05  PI-PLAN-ID                 PIC X(8).
           05  PI-SEQ                     PIC 9(2).
           05  PI-DUE-DATE                PIC X(10).
           05  PI-AMOUNT                  PIC S9(7).
           05  PI-PAID                    PIC S9(7).
           05  PI-PAID-DATE               PIC X(10).
           05  PI-STATUS                  PIC X(6).

      *TEMP PAYMENT PLAN INSTALLMENTS
       FD  TEMP-PLAN-INSTALLMENT-FILE.
       01  TEMP-PLAN-INSTALLMENT-RECORD.
           05  TPI-PLAN-ID                PIC X(8).
           05  TPI-SEQ                    PIC 9(2).
           05  TPI-DUE-DATE               PIC X(10).
           05  TPI-AMOUNT                 PIC S9(7).
           05  TPI-PAID                   PIC S9(7).
           05  TPI-PAID-DATE              PIC X(10).
           05  TPI-STATUS                 PIC X(6).

      *BROKEN-PROMISE REPORT (name set at runtime)
       FD  BROKEN-PROMISE-REPORT-FILE.
       01  BROKEN-PROMISE-REPORT-RECORD   PIC X(132).
      *KEY AND ACCESS CARD REGISTER (one row per item issued)
       FD  KEY-REGISTER-FILE.
       01  KEY-REGISTER-RECORD.
           05  KR-ID                      PIC X(8).
           05  KR-TENANT-ID               PIC X(10).
           05  KR-DORM-ID                 PIC X(10).
           05  KR-ITEM-TYPE               PIC X(10).
           05  KR-SERIAL                  PIC X(15).
           05  KR-ISSUED-DATE             PIC X(10).
           05  KR-ISSUED-BY               PIC X(10).
           05  KR-STATUS                  PIC X(8).
           05  KR-CLOSED-DATE             PIC X(10).
           05  KR-CLOSED-BY               PIC X(10).
           05  KR-FEE                     PIC S9(7).

      *TEMP KEY AND ACCESS CARD REGISTER
       FD  TEMP-KEY-REGISTER-FILE.
       01  TEMP-KEY-REGISTER-RECORD.
           05  TKR-ID                     PIC X(8).
           05  TKR-TENANT-ID              PIC X(10).
           05  TKR-DORM-ID                PIC X(10).
           05  TKR-ITEM-TYPE              PIC X(10).
           05  TKR-SERIAL                 PIC X(15).
           05  TKR-ISSUED-DATE            PIC X(10).
           05  TKR-ISSUED-BY              PIC X(10).
           05  TKR-STATUS                 PIC X(8).
           05  TKR-CLOSED-DATE            PIC X(10).
           05  TKR-CLOSED-BY              PIC X(10).
           05  TKR-FEE                    PIC S9(7).

      *OUTSTANDING KEYS AND CARDS REPORT (name set at runtime)
       FD  KEY-REPORT-FILE.
       01  KEY-REPORT-RECORD              PIC X(132).

      *VISITOR AND OVERNIGHT GUEST LOG (one row per visit; the
      *date and time out stay blank while the guest is inside)
       FD  GUEST-LOG-FILE.
       01  GUEST-LOG-RECORD.
           05  GV-ID                      PIC X(8).
           05  GV-TENANT-ID               PIC X(10).
           05  GV-DORM-ID                 PIC X(10).
           05  GV-NAME                    PIC X(30).
           05  GV-ID-PRESENTED            PIC X(20).
           05  GV-DATE-IN                 PIC X(10).
           05  GV-TIME-IN                 PIC X(5).
           05  GV-DATE-OUT                PIC X(10).
           05  GV-TIME-OUT                PIC X(5).
           05  GV-OVERNIGHT               PIC X.
           05  GV-REGISTERED              PIC X.
           05  GV-FEE                     PIC 9(6).
           05  GV-LOGGED-BY               PIC X(10).

      *TEMP GUEST LOG
       FD  TEMP-GUEST-LOG-FILE.
       01  TEMP-GUEST-LOG-RECORD.
           05  TGV-ID                     PIC X(8).
           05  TGV-TENANT-ID              PIC X(10).
           05  TGV-DORM-ID                PIC X(10).
           05  TGV-NAME                   PIC X(30).
           05  TGV-ID-PRESENTED           PIC X(20).
           05  TGV-DATE-IN                PIC X(10).
           05  TGV-TIME-IN                PIC X(5).
           05  TGV-DATE-OUT               PIC X(10).
           05  TGV-TIME-OUT               PIC X(5).
           05  TGV-OVERNIGHT              PIC X.
           05  TGV-REGISTERED             PIC X.
           05  TGV-FEE                    PIC 9(6).
           05  TGV-LOGGED-BY              PIC X(10).

      *GUESTS CURRENTLY INSIDE (name set at runtime)
       FD  GUEST-REPORT-FILE.
       01  GUEST-REPORT-RECORD            PIC X(132).

      *SEPARATION-OF-DUTIES EXCEPTION REPORT (name set at runtime)
       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD              PIC X(132).

      *REPORT CATALOG (one row per report run: the dated file it
      *wrote, what it was run for, who ran it and how many lines;
      *keep class P = period close, Y = year end, C = privacy purge
      *certificate, N = normal. Only N rows are purged once past
      *the retention months)
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05  RC-RUN-NO                  PIC 9(6).
           05  RC-REPORT                  PIC X(10).
           05  RC-SEQ                     PIC 9(3).
           05  RC-FILE-NAME               PIC X(60).
           05  RC-PARAMETERS              PIC X(40).
           05  RC-RUN-DATE                PIC X(10).
           05  RC-RUN-TIME                PIC X(8).
           05  RC-OPERATOR                PIC X(10).
           05  RC-LINES                   PIC 9(7).
           05  RC-KEEP                    PIC X.

      *TEMP REPORT CATALOG
       FD  TEMP-REPORT-CATALOG-FILE.
       01  TEMP-REPORT-CATALOG-RECORD.
           05  TRC-RUN-NO                 PIC 9(6).
           05  TRC-REPORT                 PIC X(10).
           05  TRC-SEQ                    PIC 9(3).
           05  TRC-FILE-NAME              PIC X(60).
           05  TRC-PARAMETERS             PIC X(40).
           05  TRC-RUN-DATE               PIC X(10).
           05  TRC-RUN-TIME               PIC X(8).
           05  TRC-OPERATOR               PIC X(10).
           05  TRC-LINES                  PIC 9(7).
           05  TRC-KEEP                   PIC X.

      *A CATALOGED REPORT BEING COUNTED, SHOWN OR REPRINTED (name
      *taken from the catalog row)
       FD  ARCHIVED-REPORT-FILE.
       01  ARCHIVED-REPORT-RECORD         PIC X(200).

      *REPRINT COPY OF A CATALOGED REPORT (name set at runtime)
       FD  REPRINT-FILE.
       01  REPRINT-RECORD                 PIC X(200).

      *ANONYMIZATION REGISTER (one row per former tenant whose
      *personal data the privacy purge replaced with a token; the
      *tenant ID and every amount are left as they were)
       FD  ANON-REGISTER-FILE.
       01  ANON-REGISTER-RECORD.
           05  AN-TENANT-ID               PIC X(10).
           05  AN-TOKEN                   PIC X(15).
           05  AN-CHECKOUT-DATE           PIC X(10).
           05  AN-ROOM                    PIC X(10).
           05  AN-ROWS                    PIC 9(5).
           05  AN-RUN-DATE                PIC X(10).
           05  AN-RUN-BY                  PIC X(10).

      *TEMP INCIDENT LOG
       FD  TEMP-INCIDENT-FILE.
       01  TEMP-INCIDENT-RECORD.
           05  TIC-TENANT-ID              PIC X(10).
           05  TIC-DORM-ID                PIC X(10).
           05  TIC-DATE                   PIC X(10).
           05  TIC-CATEGORY               PIC X(15).
           05  TIC-NARRATIVE              PIC X(60).
           05  TIC-OPERATOR               PIC X(10).
           05  TIC-FINE                   PIC 9(6).
           05  TIC-FINE-POSTED            PIC X.

      *TEMP DUNNING NOTICE LOG
       FD  TEMP-NOTICE-LOG-FILE.
       01  TEMP-NOTICE-LOG-RECORD.
           05  TNT-DORM-ID                PIC X(10).
           05  TNT-LEVEL                  PIC 9.
           05  TNT-DATE                   PIC X(10).
           05  TNT-OPERATOR               PIC X(10).
           05  TNT-CONTACT                PIC X(12).

      *TEMP CHANGE-AUDIT JOURNAL
       FD  TEMP-AUDIT-JOURNAL-FILE.
       01  TEMP-AUDIT-JOURNAL-RECORD.
           05  TAJ-TIMESTAMP              PIC X(19).
           05  TAJ-OPERATOR               PIC X(10).
           05  TAJ-RECORD-TYPE            PIC X(6).
           05  TAJ-KEY                    PIC X(10).
           05  TAJ-ACTION                 PIC X(8).
           05  TAJ-FIELD                  PIC X(20).
           05  TAJ-OLD-VALUE              PIC X(30).
           05  TAJ-NEW-VALUE              PIC X(30).

      *TEMP LEGACY TENANT RECORD
       FD  TEMP-LEGACY-TENANT-FILE.
       01  TEMP-LEGACY-TENANT-RECORD.
           05  TLT-ID                     PIC X(10).
           05  TLT-NAME                   PIC X(50).
           05  TLT-AGE                    PIC 9(2).
           05  TLT-GENDER                 PIC X(15).
           05  TLT-CONTACT-NUM            PIC X(12).
           05  TLT-ASSIGNED-D-ID          PIC X(20).

      *TEMP ARCHIVED PAYMENT HISTORY (one archive year at a time)
       FD  TEMP-ARCHIVE-HISTORY-FILE.
       01  TEMP-ARCHIVE-HISTORY-RECORD.
           05  TAH-TRANSACTION-ID         PIC X(30).
           05  TAH-DORM-ID                PIC X(10).
           05  TAH-PAYMENT-TYPE           PIC X(15).
           05  TAH-AMOUNT-DUE             PIC S9(7).
           05  TAH-AMOUNT-PAID            PIC S9(7).
           05  TAH-PAYMENT-DATE           PIC X(10).
           05  TAH-DUE-DATE               PIC X(10).
           05  TAH-TIMESTAMP              PIC X(19).
           05  TAH-OPERATOR-ID            PIC X(10).
           05  TAH-NOTES                  PIC X(100).
           05  TAH-TENANT-ID              PIC X(10).
           05  TAH-METHOD                 PIC X(10).
           05  TAH-REFERENCE              PIC X(20).

      *PRIVACY PURGE CERTIFICATE (name set at runtime)
       FD  PRIVACY-CERT-FILE.
       01  PRIVACY-CERT-RECORD            PIC X(132).

      *ANCILLARY ASSET MASTER (parking slots, bike racks, lockers
      *and storage cages, one row per rentable slot; the asset
      *type is also the charge type its fee is billed under)
       FD  ANCILLARY-ASSET-FILE.
       01  ANCILLARY-ASSET-RECORD.
           05  AA-ID                      PIC X(8).
           05  AA-BUILDING                PIC X(1).
           05  AA-TYPE                    PIC X(10).
           05  AA-SLOT                    PIC X(8).
           05  AA-FEE                     PIC 9(6).
           05  AA-STATUS                  PIC X(8).

      *TEMP ANCILLARY ASSET MASTER
       FD  TEMP-ANCILLARY-ASSET-FILE.
       01  TEMP-ANCILLARY-ASSET-RECORD.
           05  TAA-ID                     PIC X(8).
           05  TAA-BUILDING               PIC X(1).
           05  TAA-TYPE                   PIC X(10).
           05  TAA-SLOT                   PIC X(8).
           05  TAA-FEE                    PIC 9(6).
           05  TAA-STATUS                 PIC X(8).

      *ANCILLARY ASSIGNMENT (an asset let to a tenant; blank end
      *date while it runs. The fee is fixed when assigned and
      *AG-LAST-BILLED is the last month posted, YYYY-MM, so the
      *billing run never charges a month twice)
       FD  ANCILLARY-ASSIGN-FILE.
       01  ANCILLARY-ASSIGN-RECORD.
           05  AG-ASSET-ID                PIC X(8).
           05  AG-TENANT-ID               PIC X(10).
           05  AG-DORM-ID                 PIC X(10).
           05  AG-START-DATE              PIC X(10).
           05  AG-END-DATE                PIC X(10).
           05  AG-FEE                     PIC 9(6).
           05  AG-LAST-BILLED             PIC X(7).
           05  AG-ASSIGNED-BY             PIC X(10).
           05  AG-ENDED-BY                PIC X(10).

      *TEMP ANCILLARY ASSIGNMENT
       FD  TEMP-ANCILLARY-ASSIGN-FILE.
       01  TEMP-ANCILLARY-ASSIGN-RECORD.
           05  TAG-ASSET-ID               PIC X(8).
           05  TAG-TENANT-ID              PIC X(10).
           05  TAG-DORM-ID                PIC X(10).
           05  TAG-START-DATE             PIC X(10).
           05  TAG-END-DATE               PIC X(10).
           05  TAG-FEE                    PIC 9(6).
           05  TAG-LAST-BILLED            PIC X(7).
           05  TAG-ASSIGNED-BY            PIC X(10).
           05  TAG-ENDED-BY               PIC X(10).

      *ANCILLARY AVAILABILITY AND UTILIZATION REPORT (name set at
      *runtime)
       FD  ANCILLARY-REPORT-FILE.
       01  ANCILLARY-REPORT-RECORD        PIC X(132).

      *DISCOUNT / PROMOTION MASTER. DC-KIND P takes DC-PERCENT of
      *the tenant's share of the room rent, F takes DC-AMOUNT.
      *DC-RULE: ANY, NEW-TENANT, SIBLING, EARLY-PAY or LOYALTY
      *(DC-TENURE-MONTHS of tenancy). Blank DC-VALID-TO and zero
      *DC-MAX-MONTHS mean no end.
       FD  DISCOUNT-FILE.
       01  DISCOUNT-RECORD.
           05  DC-CODE                    PIC X(10).
           05  DC-DESCRIPTION             PIC X(30).
           05  DC-KIND                    PIC X(1).
           05  DC-PERCENT                 PIC 9(3).
           05  DC-AMOUNT                  PIC 9(6).
           05  DC-RULE                    PIC X(10).
           05  DC-TENURE-MONTHS           PIC 9(2).
           05  DC-VALID-FROM              PIC X(10).
           05  DC-VALID-TO                PIC X(10).
           05  DC-MAX-MONTHS              PIC 9(2).
           05  DC-STATUS                  PIC X(8).
           05  DC-CREATED-BY              PIC X(10).

      *TEMP DISCOUNT MASTER
       FD  TEMP-DISCOUNT-FILE.
       01  TEMP-DISCOUNT-RECORD.
           05  TDC-CODE                   PIC X(10).
           05  TDC-DESCRIPTION            PIC X(30).
           05  TDC-KIND                   PIC X(1).
           05  TDC-PERCENT                PIC 9(3).
           05  TDC-AMOUNT                 PIC 9(6).
           05  TDC-RULE                   PIC X(10).
           05  TDC-TENURE-MONTHS          PIC 9(2).
           05  TDC-VALID-FROM             PIC X(10).
           05  TDC-VALID-TO               PIC X(10).
           05  TDC-MAX-MONTHS             PIC 9(2).
           05  TDC-STATUS                 PIC X(8).
           05  TDC-CREATED-BY             PIC X(10).

      *DISCOUNT ATTACHED TO A TENANT. DG-LEASE-START set means the
      *discount belongs to that lease and stops when it does.
      *DG-MONTHS-USED and DG-LAST-MONTH (YYYY-MM) are kept by the
      *billing run.
       FD  DISCOUNT-GRANT-FILE.
       01  DISCOUNT-GRANT-RECORD.
           05  DG-TENANT-ID               PIC X(10).
           05  DG-CODE                    PIC X(10).
           05  DG-LEASE-START             PIC X(10).
           05  DG-SIBLING-ID              PIC X(10).
           05  DG-GRANT-DATE              PIC X(10).
           05  DG-MONTHS-USED             PIC 9(2).
           05  DG-LAST-MONTH              PIC X(7).
           05  DG-STATUS                  PIC X(8).
           05  DG-GRANTED-BY              PIC X(10).
           05  DG-ENDED-DATE              PIC X(10).

      *TEMP DISCOUNT GRANT
       FD  TEMP-DISCOUNT-GRANT-FILE.
       01  TEMP-DISCOUNT-GRANT-RECORD.
           05  TDG-TENANT-ID              PIC X(10).
           05  TDG-CODE                   PIC X(10).
           05  TDG-LEASE-START            PIC X(10).
           05  TDG-SIBLING-ID             PIC X(10).
           05  TDG-GRANT-DATE             PIC X(10).
           05  TDG-MONTHS-USED            PIC 9(2).
           05  TDG-LAST-MONTH             PIC X(7).
           05  TDG-STATUS                 PIC X(8).
           05  TDG-GRANTED-BY             PIC X(10).
           05  TDG-ENDED-DATE             PIC X(10).

      *MONTHLY DISCOUNTS GRANTED REPORT (name set at runtime)
       FD  DISCOUNT-REPORT-FILE.
       01  DISCOUNT-REPORT-RECORD         PIC X(132).
      *BANK DEPOSIT SLIP (one row per slip taken to the bank; a
      *slip stays IN-TRANSIT until a statement line is matched)
       FD  DEPOSIT-SLIP-FILE.
       01  DEPOSIT-SLIP-RECORD.
           05  DS-SLIP-NO                 PIC X(8).
           05  DS-DATE                    PIC X(10).
           05  DS-CASH-COUNT              PIC 9(4).
           05  DS-CASH-TOTAL              PIC S9(8).
           05  DS-CHECK-COUNT             PIC 9(4).
           05  DS-CHECK-TOTAL             PIC 9(8).
           05  DS-TOTAL                   PIC S9(8).
           05  DS-PREPARED-BY             PIC X(10).
           05  DS-STATUS                  PIC X(10).
           05  DS-CLEARED-DATE            PIC X(10).
           05  DS-BANK-REF                PIC X(20).

      *TEMP BANK DEPOSIT SLIP
       FD  TEMP-DEPOSIT-SLIP-FILE.
       01  TEMP-DEPOSIT-SLIP-RECORD.
           05  TDS-SLIP-NO                PIC X(8).
           05  TDS-DATE                   PIC X(10).
           05  TDS-CASH-COUNT             PIC 9(4).
           05  TDS-CASH-TOTAL             PIC S9(8).
           05  TDS-CHECK-COUNT            PIC 9(4).
           05  TDS-CHECK-TOTAL            PIC 9(8).
           05  TDS-TOTAL                  PIC S9(8).
           05  TDS-PREPARED-BY            PIC X(10).
           05  TDS-STATUS                 PIC X(10).
           05  TDS-CLEARED-DATE           PIC X(10).
           05  TDS-BANK-REF               PIC X(20).

      *DEPOSIT SLIP LINE (one row per history entry on a slip; a
      *transaction on this file has been deposited)
       FD  DEPOSIT-ITEM-FILE.
       01  DEPOSIT-ITEM-RECORD.
           05  DT-SLIP-NO                 PIC X(8).
           05  DT-TRANSACTION-ID          PIC X(30).
           05  DT-KIND                    PIC X(5).
           05  DT-DORM-ID                 PIC X(10).
           05  DT-TENANT-ID               PIC X(10).
           05  DT-PAYMENT-DATE            PIC X(10).
           05  DT-AMOUNT                  PIC S9(7).
           05  DT-REFERENCE               PIC X(20).
           05  DT-DRAWER                  PIC X(30).

      *TEMP DEPOSIT ITEM RECORD
       FD  TEMP-DEPOSIT-ITEM-FILE.
       01  TEMP-DEPOSIT-ITEM-RECORD       PIC X(130).

      *DEPOSIT SLIP / DEPOSITS IN TRANSIT (name set at runtime)
       FD  DEPOSIT-REPORT-FILE.
       01  DEPOSIT-REPORT-RECORD          PIC X(132).

      *OFFICIAL RECEIPT SERIES (one row per registered booklet or
      *number range; numbers are drawn from the first ACTIVE row)
       FD  OR-SERIES-FILE.
       01  OR-SERIES-RECORD.
           05  ORS-PREFIX                 PIC X(3).
           05  ORS-START                  PIC 9(7).
           05  ORS-END                    PIC 9(7).
           05  ORS-NEXT                   PIC 9(7).
           05  ORS-REG-DATE               PIC X(10).
           05  ORS-REG-REF                PIC X(20).
           05  ORS-REG-BY                 PIC X(10).
           05  ORS-STATUS                 PIC X(10).

      *TEMP OFFICIAL RECEIPT SERIES
       FD  TEMP-OR-SERIES-FILE.
       01  TEMP-OR-SERIES-RECORD.
           05  TORS-PREFIX                PIC X(3).
           05  TORS-START                 PIC 9(7).
           05  TORS-END                   PIC 9(7).
           05  TORS-NEXT                  PIC 9(7).
           05  TORS-REG-DATE              PIC X(10).
           05  TORS-REG-REF               PIC X(20).
           05  TORS-REG-BY                PIC X(10).
           05  TORS-STATUS                PIC X(10).

      *OFFICIAL RECEIPTS ISSUED (one row per history entry carrying
      *an official receipt number; a sponsor receipt spread over
      *several rooms has one row per room under the same number)
       FD  OR-ISSUE-FILE.
       01  OR-ISSUE-RECORD.
           05  ORI-OR-NUMBER              PIC X(10).
           05  ORI-PREFIX                 PIC X(3).
           05  ORI-SEQ                    PIC 9(7).
           05  ORI-TRANSACTION-ID         PIC X(30).
           05  ORI-ISSUE-DATE             PIC X(10).
           05  ORI-DORM-ID                PIC X(10).
           05  ORI-TENANT-ID              PIC X(10).
           05  ORI-PAYMENT-TYPE           PIC X(15).
           05  ORI-METHOD                 PIC X(10).
           05  ORI-AMOUNT                 PIC S9(7).
           05  ORI-TAX-CLASS              PIC X(7).
           05  ORI-WHT-AMOUNT             PIC 9(7).
           05  ORI-OPERATOR-ID            PIC X(10).

      *TEMP OFFICIAL RECEIPTS ISSUED
       FD  TEMP-OR-ISSUE-FILE.
       01  TEMP-OR-ISSUE-RECORD.
           05  TORI-OR-NUMBER             PIC X(10).
           05  TORI-PREFIX                PIC X(3).
           05  TORI-SEQ                   PIC 9(7).
           05  TORI-TRANSACTION-ID        PIC X(30).
           05  TORI-ISSUE-DATE            PIC X(10).
           05  TORI-DORM-ID               PIC X(10).
           05  TORI-TENANT-ID             PIC X(10).
           05  TORI-PAYMENT-TYPE          PIC X(15).
           05  TORI-METHOD                PIC X(10).
           05  TORI-AMOUNT                PIC S9(7).
           05  TORI-TAX-CLASS             PIC X(7).
           05  TORI-WHT-AMOUNT            PIC 9(7).
           05  TORI-OPERATOR-ID           PIC X(10).

      *SPOILED RECEIPT REGISTER (append only; a number on this file
      *is never issued again. TRANSACTION-ID is blank for a damaged
      *form that was never issued)
       FD  OR-SPOILED-FILE.
       01  OR-SPOILED-RECORD.
           05  ORP-OR-NUMBER              PIC X(10).
           05  ORP-PREFIX                 PIC X(3).
           05  ORP-SEQ                    PIC 9(7).
           05  ORP-TRANSACTION-ID         PIC X(30).
           05  ORP-SPOIL-DATE             PIC X(10).
           05  ORP-SPOILED-BY             PIC X(10).
           05  ORP-REASON                 PIC X(40).

      *MONTHLY RECEIPTS SUMMARY (name set at runtime)
       FD  OR-REPORT-FILE.
       01  OR-REPORT-RECORD               PIC X(132).

      *CUSTOMER LIABILITY SNAPSHOT (closing balance of every
      *deposit, credit, booking fee and prepaid-rent line, written
      *when a month is closed; the next month opens from it. A
      *CLOSED row marks that the month was snapshotted)
       FD  LIAB-SNAPSHOT-FILE.
       01  LIAB-SNAPSHOT-RECORD.
           05  LS-MONTH                   PIC X(7).
           05  LS-CATEGORY                PIC X(8).
           05  LS-TENANT-ID               PIC X(10).
           05  LS-DORM-ID                 PIC X(10).
           05  LS-BUILDING                PIC X(1).
           05  LS-AMOUNT                  PIC S9(9).

      *CUSTOMER LIABILITIES REPORT (name set at runtime)
       FD  LIAB-REPORT-FILE.
       01  LIAB-REPORT-RECORD             PIC X(132).

      *GL LIABILITIES SECTION (gl_liab_YYYY-MM.csv)
       FD  LIAB-GL-FILE.
       01  LIAB-GL-RECORD                 PIC X(120).

      *UTILITY COMPANY BILL (one master-meter bill per building,
      *utility type and month; COMMON-UNITS is the common-area
      *submeter reading where the building has one, else zero)
       FD  UTILITY-BILL-FILE.
       01  UTILITY-BILL-RECORD.
           05  UB-BUILDING                PIC X(1).
           05  UB-UTIL-TYPE               PIC X(15).
           05  UB-PERIOD                  PIC X(7).
           05  UB-UNITS                   PIC 9(8).
           05  UB-COMMON-UNITS            PIC 9(8).
           05  UB-AMOUNT                  PIC 9(8).
           05  UB-BILL-REF                PIC X(20).
           05  UB-DATE-ENTERED            PIC X(10).
           05  UB-ENTERED-BY              PIC X(10).

      *TEMP UTILITY COMPANY BILL RECORD
       FD  TEMP-UTILITY-BILL-FILE.
       01  TEMP-UTILITY-BILL-RECORD       PIC X(87).

      *UTILITY COST RECOVERY REPORT (name set at runtime)
       FD  UTIL-RECOVERY-REPORT-FILE.
       01  UTIL-RECOVERY-REPORT-RECORD    PIC X(132).

      *TENANT PROFILE (identity document, school or employer,
      *e-mail, an emergency contact other than the guarantor and,
      *for foreign residents, visa and permit expiry; one per
      *tenant ID)
       FD  TENANT-PROFILE-FILE.
       01  TENANT-PROFILE-RECORD.
           05  TP-TENANT-ID               PIC X(10).
           05  TP-ID-TYPE                 PIC X(15).
           05  TP-ID-NUMBER               PIC X(20).
           05  TP-ID-EXPIRY               PIC X(10).
           05  TP-SCHOOL-EMPLOYER         PIC X(40).
           05  TP-EMAIL                   PIC X(50).
           05  TP-EC-NAME                 PIC X(50).
           05  TP-EC-RELATION             PIC X(15).
           05  TP-EC-CONTACT              PIC X(12).
           05  TP-FOREIGN                 PIC X(1).
           05  TP-NATIONALITY             PIC X(20).
           05  TP-VISA-EXPIRY             PIC X(10).
           05  TP-PERMIT-EXPIRY           PIC X(10).
           05  TP-LAST-UPDATED            PIC X(10).
           05  TP-UPDATED-BY              PIC X(10).

      *TEMP TENANT PROFILE RECORD
       FD  TEMP-TENANT-PROFILE-FILE.
       01  TEMP-TENANT-PROFILE-RECORD     PIC X(283).

      *ID DOCUMENT COMPLIANCE REPORT (name set at runtime)
       FD  ID-COMPLIANCE-REPORT-FILE.
       01  ID-COMPLIANCE-REPORT-RECORD    PIC X(132).

      *EMERGENCY ROSTER (name set at runtime)
       FD  EMERGENCY-ROSTER-FILE.
       01  EMERGENCY-ROSTER-RECORD        PIC X(132).



      *WS
       WORKING-STORAGE SECTION.
       01  WS-VOID-SRC-DUE-DATE                    PIC X(10).
       01  WS-VOID-SRC-METHOD                      PIC X(10).
       01  WS-VOID-SRC-REF                         PIC X(20).
       01  WS-VOID-SRC-NOTES                       PIC X(100).
      *WS MIGRATE LEGACY STUDENT DATA (REQ 018)
       01  WS-MIGRATE-COUNT                        PIC 9(4) VALUE 0.
       01  WS-MIGRATE-UNASSIGNED                   PIC 9(4) VALUE 0.
       01  WS-ROLLOVER-MONTH                       PIC 99.
       01  WS-ROLLOVER-DAY                         PIC 99.
       01  WS-ROLLOVER-DAYS-IN-MONTH               PIC 99.
       01  WS-ROLLOVER-RUN-MONTH                   PIC X(7).
       01  WS-ROLLOVER-CHANGED                     PIC X VALUE "N".
       01  WS-ROLLOVER-SKIPPED                     PIC 9(4) VALUE 0.
       01  UTIL-DELETE-AGAIN                       PIC X VALUE "N".
       01  UTIL-CONFIRM-DELETE                     PIC X VALUE "N". 
       01  UTIL-PM-CHOICE                          PIC 99.
       01  UTIL-SEARCH-TENANT-ID                   PIC X(10).


       01  WS-CHECKOUT-RENT-BAL                    PIC S9(7) VALUE 0.
       01  WS-CHECKOUT-ELEC-BAL                    PIC S9(7) VALUE 0.
       01  WS-CHECKOUT-WATER-BAL                   PIC S9(7) VALUE 0.
       01  WS-CHECKOUT-KEY-BAL                     PIC S9(7) VALUE 0.
      *Parking / bike rack / locker / storage rows, in the order of
      *WS-AX-TYPE-NAME
       01  WS-CHECKOUT-SLOT-BAL                    PIC S9(7) VALUE 0.
       01  WS-CHECKOUT-SLOT-TABLE.
           05  WS-CHECKOUT-SLOT-AMT                PIC S9(7)
                                                   OCCURS 4 TIMES.
       01  WS-CHECKOUT-SLOT-IDX                    PIC 9 VALUE 0.
       01  WS-CHECKOUT-TOTAL-BAL                   PIC S9(8) VALUE 0.
       01  WS-CHECKOUT-CONFIRM                     PIC X VALUE "N".
       01  WS-NEW-BALANCE-DUE                      PIC S9(7) VALUE 0.
       01  WS-RECEIPT-AMOUNT-DUE                   PIC X(10).
       01  WS-RECEIPT-AMOUNT-PAID                  PIC X(10).

      *WS UNATTENDED BATCH JOB STREAM
       01  WS-JOBCHK-FILE-STATUS                   PIC XX.
       01  WS-JOBLOG-FILE-STATUS                   PIC XX.
       01  WS-JOB-CHK-NAME                         PIC X(30).
       01  WS-JOB-UNATTENDED                       PIC X VALUE "N".
       01  WS-JOB-OPERATOR-ID                      PIC X(10)
                                                    VALUE "SYSBATCH".
       01  WS-JOB-COMMAND-LINE                     PIC X(80).
       01  WS-JOB-STREAM                           PIC X(10).
       01  WS-JOB-DATE-ARG                         PIC X(10).
       01  WS-JOB-RUN-DATE                         PIC X(10).
       01  WS-JOB-DUE-DAY                          PIC 9(2) VALUE 5.
       01  WS-JOB-STEP-TABLE.
           05  WS-JOB-STEP-NAME                    OCCURS 20 TIMES
                                                    PIC X(30).
       01  WS-JOB-STEP-COUNT                       PIC 9(2) VALUE 0.
       01  WS-JOB-STEP-IDX                         PIC 9(2) VALUE 0.
       01  WS-JOB-START-STEP                       PIC 9(2) VALUE 1.
       01  WS-JOB-STEP-RC                          PIC 9(2) VALUE 0.
       01  WS-JOB-MAX-RC                           PIC 9(2) VALUE 0.
       01  WS-JOB-STEP-RECORDS                     PIC 9(6) VALUE 0.
       01  WS-JOB-STEP-STATUS                      PIC X(8).
       01  WS-JOB-STOPPED                          PIC X VALUE "N".
       01  WS-JOB-CHK-FOUND                        PIC X VALUE "N".
       01  WS-JOB-CHK-STATUS                       PIC X(10).
       01  WS-JOB-CHK-STEP                         PIC 9(2) VALUE 0.
       01  WS-JOB-CHK-DATE                         PIC X(10).
       01  WS-JOB-EVENT                            PIC X(6).
       01  WS-JOB-RUN-DAY                          PIC 9(2) VALUE 0.
       01  WS-JOB-TIMESTAMP                        PIC X(19).
       01  WS-JOB-FILTER                           PIC X(10).
       01  WS-JOB-VIEW-COUNT                       PIC 9(5) VALUE 0.
       01  WS-BILL-SKIP-COUNT                      PIC 9(4) VALUE 0.
       01  WS-BILL-ROOM-DONE                       PIC X VALUE "N".

      *WS SYSTEM PARAMETERS
       01  WS-PARM-FILE-STATUS                     PIC XX.
      *Code, description, default when nothing is on file, and the
      *lowest and highest value the maintenance screen accepts
       01  WS-PARM-LIST.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "LATEFEEPCT".
               10  FILLER                 PIC X(20)
                                           VALUE "LATE FEE PERCENT".
               10  FILLER                 PIC 9(5) VALUE 5.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 99.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "LOCKOUT".
               10  FILLER                 PIC X(20)
                                           VALUE "FAILED PIN LIMIT".
               10  FILLER                 PIC 9(5) VALUE 3.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 9.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "REMDAYS".
               10  FILLER                 PIC X(20)
                                           VALUE "REMINDER LEAD DAYS".
               10  FILLER                 PIC 9(5) VALUE 3.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 99.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "SPIKEPCT".
               10  FILLER                 PIC X(20)
                                           VALUE "METER SPIKE PERCENT".
               10  FILLER                 PIC 9(5) VALUE 50.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 999.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "BUDVARPCT".
               10  FILLER                 PIC X(20)
                                           VALUE "BUDGET VARIANCE PCT".
               10  FILLER                 PIC 9(5) VALUE 20.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 999.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "NSFFEE".
               10  FILLER                 PIC X(20)
                                           VALUE "DEFAULT NSF FEE".
               10  FILLER                 PIC 9(5) VALUE 200.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 99999.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "PLANGRACE".
               10  FILLER                 PIC X(20)
                                           VALUE "PLAN GRACE DAYS".
               10  FILLER                 PIC 9(5) VALUE 3.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 30.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "KEYFEE".
               10  FILLER                 PIC X(20)
                                           VALUE "LOST KEY FEE".
               10  FILLER                 PIC 9(5) VALUE 300.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 99999.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "CARDFEE".
               10  FILLER                 PIC X(20)
                                           VALUE "CARD REPLACEMENT FEE".
               10  FILLER                 PIC 9(5) VALUE 500.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 99999.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "GUESTFREE".
               10  FILLER                 PIC X(20)
                                           VALUE "FREE GUEST NIGHTS/MO".
               10  FILLER                 PIC 9(5) VALUE 2.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 31.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "GUESTFEE".
               10  FILLER                 PIC X(20)
                                           VALUE "GUEST NIGHT FEE".
               10  FILLER                 PIC 9(5) VALUE 150.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 99999.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "GUESTLIMIT".
               10  FILLER                 PIC X(20)
                                           VALUE "GUEST NIGHT LIMIT/MO".
               10  FILLER                 PIC 9(5) VALUE 4.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 31.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "BIZOPEN".
               10  FILLER                 PIC X(20)
                                           VALUE "BUSINESS OPENS HHMM".
               10  FILLER                 PIC 9(5) VALUE 700.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 2359.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "BIZCLOSE".
               10  FILLER                 PIC X(20)
                                           VALUE "BUSINESS CLOSES HHMM".
               10  FILLER                 PIC 9(5) VALUE 2000.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 2400.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "RPTKEEP".
               10  FILLER                 PIC X(20)
                                           VALUE "REPORT KEEP MONTHS".
               10  FILLER                 PIC 9(5) VALUE 24.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 120.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "PRIVYEARS".
               10  FILLER                 PIC X(20)
                                           VALUE "PRIVACY KEEP YEARS".
               10  FILLER                 PIC 9(5) VALUE 5.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 50.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "UTILRECPCT".
               10  FILLER                 PIC X(20)
                                           VALUE "UTIL RECOVERY MIN %".
               10  FILLER                 PIC 9(5) VALUE 90.
               10  FILLER                 PIC 9(5) VALUE 0.
               10  FILLER                 PIC 9(5) VALUE 100.
           05  FILLER.
               10  FILLER                 PIC X(10) VALUE "IDWARNDAYS".
               10  FILLER                 PIC X(20)
                                           VALUE "ID EXPIRY WARN DAYS".
               10  FILLER                 PIC 9(5) VALUE 60.
               10  FILLER                 PIC 9(5) VALUE 1.
               10  FILLER                 PIC 9(5) VALUE 365.
       01  WS-PARM-TABLE REDEFINES WS-PARM-LIST.
           05  WS-PARM-ENTRY              OCCURS 18 TIMES.
               10  WS-PARM-CODE           PIC X(10).
               10  WS-PARM-DESC           PIC X(20).
               10  WS-PARM-DEFAULT        PIC 9(5).
               10  WS-PARM-MIN            PIC 9(5).
               10  WS-PARM-MAX            PIC 9(5).
       01  WS-PARM-COUNT                           PIC 9(2) VALUE 18.
      *Value in force on the business date, and any later-dated
      *change already keyed
       01  WS-PARM-CURRENT.
           05  WS-PARM-CUR-ENTRY          OCCURS 18 TIMES.
               10  WS-PARM-VALUE          PIC 9(5).
               10  WS-PARM-EFF-DATE       PIC X(10).
               10  WS-PARM-NEXT-VALUE     PIC 9(5).
               10  WS-PARM-NEXT-DATE      PIC X(10).
       01  WS-PARM-IDX                             PIC 9(2) VALUE 0.
       01  WS-PARM-AS-OF                           PIC X(10).
       01  WS-PARM-REM-DAYS                        PIC 9(2) VALUE 3.
       01  WS-PARM-BV-PCT                          PIC 9(3) VALUE 20.
       01  WS-PARM-PLAN-GRACE                      PIC 9(2) VALUE 3.
       01  WS-PARM-KEY-FEE                         PIC 9(5) VALUE 300.
       01  WS-PARM-CARD-FEE                        PIC 9(5) VALUE 500.
       01  WS-PARM-GUEST-FREE                      PIC 9(2) VALUE 2.
       01  WS-PARM-GUEST-FEE                       PIC 9(5) VALUE 150.
       01  WS-PARM-GUEST-LIMIT                     PIC 9(2) VALUE 4.
       01  WS-PARM-BIZ-OPEN                        PIC 9(4) VALUE 700.
       01  WS-PARM-BIZ-CLOSE                       PIC 9(4) VALUE 2000.
       01  WS-PARM-RPT-KEEP                        PIC 9(3) VALUE 24.
       01  WS-PARM-PRIV-YEARS                      PIC 9(2) VALUE 5.
       01  WS-PARM-UTIL-PCT                        PIC 9(3) VALUE 90.
       01  WS-PARM-ID-DAYS                         PIC 9(3) VALUE 60.
       01  WS-PARM-CHOICE                          PIC 9(2) VALUE 0.
       01  WS-PARM-NEW-VALUE                       PIC 9(5) VALUE 0.
       01  WS-PARM-NEW-DATE                        PIC X(10).
       01  WS-PARM-CONFIRM                         PIC X.
       01  WS-PARM-VALUE-EDIT                      PIC ZZZZ9.
       01  WS-PARM-VALUE-EDIT-2                    PIC ZZZZ9.

      *WS VENDORS / ACCOUNTS PAYABLE
       01  WS-VEND-FILE-STATUS                     PIC XX.
       01  WS-APINV-FILE-STATUS                    PIC XX.
       01  WS-APWL-FILE-STATUS                     PIC XX.
       01  WS-APPAY-FILE-STATUS                    PIC XX.
       01  WS-AP-REPORT-NAME                       PIC X(60).
       01  UTIL-AP-CHOICE                          PIC 99.
       01  WS-VN-NEW-ID                            PIC X(10).
       01  WS-VN-NEW-NAME                          PIC X(30).
       01  WS-VN-NEW-CONTACT                       PIC X(30).
       01  WS-VN-NEW-TIN                           PIC X(15).
       01  WS-VN-NEW-TERMS                         PIC 9(3) VALUE 0.
       01  WS-VN-LOOK-ID                           PIC X(10).
       01  WS-VN-FOUND                             PIC X VALUE "N".
       01  WS-VN-NAME-HOLD                         PIC X(30).
       01  WS-VN-TERMS-HOLD                        PIC 9(3) VALUE 0.
       01  WS-VN-COUNT                             PIC 9(4) VALUE 0.
       01  WS-VN-SCAN-EOF                          PIC X VALUE "N".
       01  WS-AI-SCAN-EOF                          PIC X VALUE "N".
       01  WS-AI-LOOK-INVOICE                      PIC X(15).
       01  WS-AI-FOUND                             PIC X VALUE "N".
       01  WS-AI-NEW-DATE                          PIC X(10).
       01  WS-AI-NEW-DUE                           PIC X(10).
       01  WS-AI-NEW-AMOUNT                        PIC 9(7) VALUE 0.
       01  WS-AI-NEW-CAT                           PIC X(15).
       01  WS-AI-NEW-DORM                          PIC X(10).
       01  WS-AI-NEW-FLOOR                         PIC X(2).
       01  WS-AI-NEW-DESC                          PIC X(30).
       01  WS-AI-DUE-INT                           PIC 9(8) VALUE 0.
       01  WS-AI-DATE-NUM                          PIC 9(8) VALUE 0.
       01  WS-AI-AMOUNT-HOLD                       PIC 9(7) VALUE 0.
       01  WS-AI-PAID-HOLD                         PIC 9(7) VALUE 0.
       01  WS-AI-STATUS-HOLD                       PIC X(10).
       01  WS-AI-CAT-HOLD                          PIC X(15).
       01  WS-AI-DORM-HOLD                         PIC X(10).
       01  WS-AI-FLOOR-HOLD                        PIC X(2).
       01  WS-AI-SCHED-DATE-HOLD                   PIC X(10).
       01  WS-AI-SCHED-AMT-HOLD                    PIC 9(7) VALUE 0.
       01  WS-AI-BALANCE                           PIC 9(7) VALUE 0.
       01  WS-AI-VIEW-COUNT                        PIC 9(5) VALUE 0.
       01  WS-AI-VIEW-BY                           PIC X(10).
       01  WS-AI-VIEW-VENDOR                       PIC X(10).
       01  WS-AI-UPDATE-MODE                       PIC X.
       01  WS-AP-SCHED-DATE                        PIC X(10).
       01  WS-AP-SCHED-AMT                         PIC 9(7) VALUE 0.
       01  WS-AP-PAY-AMT                           PIC 9(7) VALUE 0.
       01  WS-AP-PAY-DATE                          PIC X(10).
       01  WS-AP-METHOD-CHOICE                     PIC 9 VALUE 0.
       01  WS-AP-METHOD                            PIC X(10).
       01  WS-AP-REFERENCE                         PIC X(20).
       01  WS-AP-CONFIRM                           PIC X.
       01  WS-AP-WO-ID                             PIC X(10).
       01  WS-AP-WO-FOUND                          PIC X VALUE "N".
       01  WS-AP-LINK-FOUND                        PIC X VALUE "N".
       01  WS-AP-LINK-VENDOR                       PIC X(10).
       01  WS-AP-LINK-INVOICE                      PIC X(15).
       01  WS-AP-AS-OF                             PIC X(10).
       01  WS-AP-EDIT-A                            PIC Z(6)9.
       01  WS-AP-EDIT-B                            PIC Z(6)9.
       01  WS-AP-EDIT-C                            PIC Z(6)9.
       01  WS-AP-EDIT-D                            PIC Z(6)9.
       01  WS-AP-EDIT-E                            PIC Z(6)9.
       01  WS-AP-EDIT-F                            PIC Z(7)9.
      *Aging buckets per vendor, by days past the invoice due date
       01  WS-APV-TABLE.
           05  WS-APV-ENTRY                        OCCURS 200
                                                    TIMES.
               10  WS-APV-ID                       PIC X(10).
               10  WS-APV-NAME                     PIC X(30).
               10  WS-APV-CURRENT                  PIC 9(8).
               10  WS-APV-1-30                     PIC 9(8).
               10  WS-APV-31-60                    PIC 9(8).
               10  WS-APV-61-90                    PIC 9(8).
               10  WS-APV-OVER-90                  PIC 9(8).
       01  WS-APV-COUNT                            PIC 9(3) VALUE 0.
       01  WS-APV-IDX                              PIC 9(3) VALUE 0.
       01  WS-APV-TOTALS.
           05  WS-APV-TOT-CURRENT                  PIC 9(9).
           05  WS-APV-TOT-1-30                     PIC 9(9).
           05  WS-APV-TOT-31-60                    PIC 9(9).
           05  WS-APV-TOT-61-90                    PIC 9(9).
           05  WS-APV-TOT-OVER-90                  PIC 9(9).
       01  WS-APV-ROW-TOTAL                        PIC 9(9) VALUE 0.

      *WS PREVENTIVE MAINTENANCE SCHEDULE
       01  WS-PS-FILE-STATUS                       PIC XX.
       01  WS-PS-REPORT-NAME                       PIC X(60).
       01  UTIL-PS-CHOICE                          PIC 9.
       01  WS-PS-SCOPE-CHOICE                      PIC 9.
       01  WS-PS-NEW-ID                            PIC X(6).
       01  WS-PS-ID-MAX                            PIC 9(4) VALUE 0.
       01  WS-PS-ID-NUM                            PIC 9(4) VALUE 0.
       01  WS-PS-NEW-BLDG                          PIC X(1).
       01  WS-PS-NEW-FLOOR                         PIC X(2).
       01  WS-PS-NEW-DORM                          PIC X(10).
       01  WS-PS-NEW-DESC                          PIC X(40).
       01  WS-PS-NEW-FREQ                          PIC 9(2) VALUE 0.
       01  WS-PS-NEW-DUE                           PIC X(10).
       01  WS-PS-NEW-ACTIVE                        PIC X.
       01  WS-PS-FREQ-IN                           PIC 9(2) VALUE 0.
       01  WS-PS-ACTIVE-IN                         PIC X.
       01  WS-PS-LOOK-ID                           PIC X(6).
       01  WS-PS-FOUND                             PIC X VALUE "N".
       01  WS-PS-COUNT                             PIC 9(4) VALUE 0.
       01  WS-PS-THROUGH                           PIC X(10).
       01  WS-PS-AS-OF                             PIC X(10).
       01  WS-PS-DATE-NUM                          PIC 9(8) VALUE 0.
       01  WS-PS-GEN-COUNT                         PIC 9(4) VALUE 0.
       01  WS-PS-MONTH-IDX                         PIC 99 VALUE 0.
       01  WS-PS-SCOPE-LABEL                       PIC X(10).
       01  WS-PS-WO-STATUS                         PIC X(12).
       01  WS-PS-OVERDUE-COUNT                     PIC 9(4) VALUE 0.
       01  WS-PS-OPEN-COUNT                        PIC 9(4) VALUE 0.
       01  WS-PS-DAYS-EDIT                         PIC ZZZZZ9.

      *WS ROOM OUT OF SERVICE / RENT ABATEMENT
       01  WS-RD-FILE-STATUS                       PIC XX.
       01  WS-OOS-DORM-ID                          PIC X(10).
       01  WS-OOS-WO-ID                            PIC X(10).
       01  WS-OOS-FLAG                             PIC X.
       01  WS-OOS-WO-STATUS                        PIC X(12).
       01  WS-OOS-FOUND                            PIC X VALUE "N".
       01  WS-OOS-HOLD-WO                          PIC X(10).
       01  WS-OOS-RD-STATUS                        PIC X(6).
       01  WS-OOS-START                            PIC X(10).
       01  WS-OOS-END                              PIC X(10).
       01  WS-OOS-DAYS                             PIC 9(4) VALUE 0.
       01  WS-OOS-DATE-NUM                         PIC 9(8).
       01  WS-OOS-DAYS-NUM                         PIC S9(8).
       01  WS-OOS-DATE-OK                          PIC X VALUE "N".
       01  WS-OOS-STATUS-OK                        PIC X VALUE "N".
       01  WS-OOS-OLD-STATUS                       PIC X(10).
       01  WS-OOS-NEW-STATUS                       PIC X(10).
       01  WS-OOS-YEAR                             PIC 9(4).
       01  WS-OOS-MONTH                            PIC 99.
       01  WS-OOS-DIM                              PIC 99.
       01  WS-OOS-RENT-DUE                         PIC X(10).
       01  WS-OOS-CREDIT-TOTAL                     PIC 9(7) VALUE 0.
       01  WS-OOS-SHARE                            PIC 9(7) VALUE 0.
       01  WS-OOS-DAYS-EDIT                        PIC ZZZ9.
       01  WS-OOS-AMT-EDIT                         PIC ZZZZZZ9.
       01  WS-OOS-TEN-COUNT                        PIC 99 VALUE 0.
       01  WS-OOS-TEN-IDX                          PIC 99 VALUE 0.
       01  WS-OOS-TEN-TABLE.
           05  WS-OOS-TEN-ID                       PIC X(10)
                                                   OCCURS 99 TIMES.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY                         OCCURS 500 TIMES.
               10  WS-DT-DORM-ID                   PIC X(10).
               10  WS-DT-WO-ID                     PIC X(10).
               10  WS-DT-START                     PIC X(10).
               10  WS-DT-END                       PIC X(10).
               10  WS-DT-START-INT                 PIC 9(7).
               10  WS-DT-END-INT                   PIC 9(7).
               10  WS-DT-CREDIT                    PIC 9(7).
       01  WS-DT-COUNT                             PIC 9(3) VALUE 0.
       01  WS-DT-IDX                               PIC 9(3) VALUE 0.
       01  WS-DT-LO                                PIC 9(7).
       01  WS-DT-HI                                PIC 9(7).
       01  WS-DT-ROOM-DAYS                         PIC 9(6) VALUE 0.
       01  WS-DT-TOTAL-DAYS                        PIC 9(6) VALUE 0.
       01  WS-OCC-SPELL-FROM                       PIC 9(7).
       01  WS-OCC-SPELL-TO                         PIC 9(7).
       01  WS-OCC-MONTH-END                        PIC X(10).
       01  WS-OCC-OOS-ROOMS                        PIC 9(4) VALUE 0.

      *WS BAD-DEBT REGISTER
       01  WS-BD-FILE-STATUS                       PIC XX.
       01  WS-BD-REPORT-NAME                       PIC X(60).
       01  UTIL-BD-CHOICE                          PIC 9.
       01  WS-BD-ID-MAX                            PIC 9(6) VALUE 0.
       01  WS-BD-ID-NUM                            PIC 9(6) VALUE 0.
       01  WS-BD-NEW-ID                            PIC X(8).
       01  WS-BD-LOOK-ID                           PIC X(8).
       01  WS-BD-FOUND                             PIC X VALUE "N".
       01  WS-BD-BUILDING                          PIC X(1).
       01  WS-BD-TOTAL                             PIC S9(7) VALUE 0.
       01  WS-BD-TODAY                             PIC X(10).
       01  WS-BD-CONFIRM                           PIC X.
       01  WS-BD-COUNT                             PIC 9(4) VALUE 0.
       01  WS-BD-SUM                               PIC S9(9) VALUE 0.
       01  WS-BD-OUTSTANDING                       PIC S9(7) VALUE 0.
       01  WS-BD-PAY-AMT                           PIC 9(7) VALUE 0.
       01  WS-BD-HOLD-STATUS                       PIC X(11).
       01  WS-BD-HOLD-TENANT                       PIC X(10).
       01  WS-BD-HOLD-DORM                         PIC X(10).
       01  WS-BD-PAY-TYPE                          PIC X(15).
       01  WS-BD-STATUS-FILTER                     PIC X(11).
       01  WS-BD-UPDATE-MODE                       PIC X.
       01  WS-BD-AMT-EDIT                          PIC -(7)9.
       01  WS-BD-EDIT-A                            PIC -(9)9.
       01  WS-BD-EDIT-B                            PIC -(9)9.
       01  WS-BD-EDIT-C                            PIC -(9)9.
       01  WS-BDR-TABLE.
           05  WS-BDR-ENTRY                        OCCURS 200 TIMES.
               10  WS-BDR-YEAR                     PIC X(4).
               10  WS-BDR-BLDG                     PIC X(1).
               10  WS-BDR-WRITTEN                  PIC S9(9).
               10  WS-BDR-RECOVERED                PIC S9(9).
       01  WS-BDR-COUNT                            PIC 9(3) VALUE 0.
       01  WS-BDR-IDX                              PIC 9(3) VALUE 0.
       01  WS-BDR-KEY-YEAR                         PIC X(4).
       01  WS-BDR-KEY-BLDG                         PIC X(1).
       01  WS-BDR-TOT-WRITTEN                      PIC S9(9) VALUE 0.
       01  WS-BDR-TOT-RECOVERED                    PIC S9(9) VALUE 0.
       01  WS-BDR-NET                              PIC S9(9) VALUE 0.
       01  WS-BDR-PENDING-COUNT                    PIC 9(4) VALUE 0.
       01  WS-BDR-PENDING-SUM                      PIC S9(9) VALUE 0.
       01  WS-BDB-TABLE.
           05  WS-BDB-ENTRY                        OCCURS 2000 TIMES.
               10  WS-BDB-ID                       PIC X(8).
               10  WS-BDB-BLDG                     PIC X(1).
       01  WS-BDB-COUNT                            PIC 9(4) VALUE 0.
       01  WS-BDB-IDX                              PIC 9(4) VALUE 0.
       01  WS-GL-SEED-SOURCE                       PIC X(8).
       01  WS-GL-SEED-CODE                         PIC X(15).
       01  WS-GL-SEED-ACCOUNT                      PIC X(8).
       01  WS-GL-SEED-DESC                         PIC X(30).
       01  WS-GL-SEED-FOUND                        PIC X VALUE "N".

      *WS PAYMENT PLANS
       01  WS-PP-FILE-STATUS                       PIC XX.
       01  WS-PI-FILE-STATUS                       PIC XX.
       01  WS-PP-REPORT-NAME                       PIC X(60).
       01  UTIL-PP-CHOICE                          PIC 9.
       01  WS-PP-ID-MAX                            PIC 9(6) VALUE 0.
       01  WS-PP-ID-NUM                            PIC 9(6) VALUE 0.
       01  WS-PP-NEW-ID                            PIC X(8).
       01  WS-PP-LOOK-ID                           PIC X(8).
       01  WS-PP-FOUND                             PIC X VALUE "N".
       01  WS-PP-TENANT-ID                         PIC X(10).
       01  WS-PP-DORM-ID                           PIC X(10).
       01  WS-PP-ARREARS                           PIC S9(7) VALUE 0.
       01  WS-PP-TOTAL                             PIC 9(7) VALUE 0.
       01  WS-PP-COUNT                             PIC 9(2) VALUE 0.
       01  WS-PP-EACH                              PIC 9(7) VALUE 0.
       01  WS-PP-LAST                              PIC 9(7) VALUE 0.
       01  WS-PP-SEQ                               PIC 9(2) VALUE 0.
       01  WS-PP-FIRST-DUE                         PIC X(10).
       01  WS-PP-INST-DUE                          PIC X(10).
       01  WS-PP-DUE-YEAR                          PIC 9(4) VALUE 0.
       01  WS-PP-DUE-MONTH                         PIC 9(2) VALUE 0.
       01  WS-PP-DUE-DAY                           PIC 9(2) VALUE 0.
       01  WS-PP-DAY-USE                           PIC 9(2) VALUE 0.
       01  WS-PP-DIM                               PIC 9(2) VALUE 0.
       01  WS-PP-TODAY                             PIC X(10).
       01  WS-PP-CONFIRM                           PIC X.
       01  WS-PP-SUSPEND-LEVEL                     PIC 9 VALUE 0.
       01  WS-PP-LIST-COUNT                        PIC 9(4) VALUE 0.
       01  WS-PP-STATUS-FILTER                     PIC X(9).
       01  WS-PP-AMT-EDIT                          PIC -(7)9.
       01  WS-PP-AMT-EDIT-2                        PIC -(7)9.
       01  WS-PP-AMT-EDIT-3                        PIC -(7)9.
       01  WS-PP-UPDATE-MODE                       PIC X.
       01  WS-PP-APPLY-LEFT                        PIC S9(7) VALUE 0.
       01  WS-PP-APPLIED                           PIC S9(7) VALUE 0.
       01  WS-PP-PART                              PIC S9(7) VALUE 0.
       01  WS-PP-OPEN-LEFT                         PIC 9(2) VALUE 0.
       01  WS-PP-NEXT-SEQ                          PIC 9(2) VALUE 0.
       01  WS-PP-NEXT-DUE                          PIC X(10).
       01  WS-PP-NEXT-AMT                          PIC S9(7) VALUE 0.
       01  WS-PP-PAID-SUM                          PIC S9(7) VALUE 0.
      *Payment handed to PLAN-APPLY-PAYMENT by PAY-RENT and the
      *batch posting, and to PLAN-REVERSE-PAYMENT by the void and
      *NSF paths
       01  WS-PLAN-PAY-TENANT                      PIC X(10).
       01  WS-PLAN-PAY-DORM                        PIC X(10).
       01  WS-PLAN-PAY-AMT                         PIC S9(7) VALUE 0.
       01  WS-PLAN-PAY-DATE                        PIC X(10).
      *Room state for dunning and reminders: C = on a current plan,
      *B = plan broken and dunning not yet resumed, SPACE = neither
       01  WS-PLAN-ROOM-STATE                      PIC X VALUE SPACE.
       01  WS-PLAN-ROOM-PLAN-ID                    PIC X(8).
       01  WS-PLAN-RESUME-LEVEL                    PIC 9 VALUE 0.
       01  WS-NOTICE-PLAN-COUNT                    PIC 9(4) VALUE 0.
       01  WS-REM-PLAN-COUNT                       PIC 9(4) VALUE 0.
       01  WS-PPT-TABLE.
           05  WS-PPT-ENTRY                        OCCURS 500 TIMES.
               10  WS-PPT-ID                       PIC X(8).
               10  WS-PPT-MISSED-SEQ               PIC 9(2).
       01  WS-PPT-COUNT                            PIC 9(3) VALUE 0.
       01  WS-PPT-IDX                              PIC 9(3) VALUE 0.
       01  WS-PPT-FOUND-IDX                        PIC 9(3) VALUE 0.
       01  WS-PP-BROKEN-COUNT                      PIC 9(3) VALUE 0.
      *WS KEY AND ACCESS CARD REGISTER
       01  WS-KR-FILE-STATUS                       PIC XX.
       01  WS-KR-REPORT-NAME                       PIC X(60).
       01  UTIL-KR-CHOICE                          PIC 9.
       01  WS-KR-ID-MAX                            PIC 9(6) VALUE 0.
       01  WS-KR-ID-NUM                            PIC 9(6) VALUE 0.
       01  WS-KR-NEW-ID                            PIC X(8).
       01  WS-KR-TODAY                             PIC X(10).
       01  WS-KR-CONFIRM                           PIC X.
       01  WS-KR-TYPE-CHOICE                       PIC 9 VALUE 0.
       01  WS-KR-NEW-TYPE                          PIC X(10).
       01  WS-KR-NEW-SERIAL                        PIC X(15).
       01  WS-KR-ISSUE-COUNT                       PIC 9(3) VALUE 0.
       01  WS-KR-LIST-COUNT                        PIC 9(4) VALUE 0.
       01  WS-KR-LOOK-TENANT                       PIC X(10).
       01  WS-KR-LOOK-DORM                         PIC X(10).
       01  WS-KR-FOUND                             PIC X VALUE "N".
      *Who and where KEY-ISSUE-ITEMS issues to
       01  WS-KR-ISSUE-TENANT                      PIC X(10).
       01  WS-KR-ISSUE-DORM                        PIC X(10).
      *KEY-CLEARANCE inputs: C = checkout (returned or lost),
      *T = transfer (returned, kept for the new room, or lost)
       01  WS-KR-MODE                              PIC X.
       01  WS-KR-CLEAR-TENANT                      PIC X(10).
       01  WS-KR-FEE-DORM                          PIC X(10).
       01  WS-KR-NEW-DORM                          PIC X(10).
       01  WS-KR-CLEAR-DATE                        PIC X(10).
       01  WS-KR-ACTION-IN                         PIC X.
      *Fees raised by the last clearance, by charge type
       01  WS-KR-KEY-FEE-TOT                       PIC S9(7) VALUE 0.
       01  WS-KR-CARD-FEE-TOT                      PIC S9(7) VALUE 0.
       01  WS-KR-POST-CODE                         PIC X(15).
       01  WS-KR-POST-AMT                          PIC S9(7) VALUE 0.
       01  WS-KR-POST-FOUND                        PIC X VALUE "N".
       01  WS-KR-AMT-EDIT                          PIC -(7)9.
       01  WS-KRT-TABLE.
           05  WS-KRT-ENTRY                        OCCURS 20 TIMES.
               10  WS-KRT-ID                       PIC X(8).
               10  WS-KRT-TYPE                     PIC X(10).
               10  WS-KRT-SERIAL                   PIC X(15).
               10  WS-KRT-DORM                     PIC X(10).
               10  WS-KRT-ACTION                   PIC X.
               10  WS-KRT-FEE                      PIC S9(7).
       01  WS-KRT-COUNT                            PIC 9(2) VALUE 0.
       01  WS-KRT-IDX                              PIC 9(2) VALUE 0.
      *Outstanding items for the report, kept in room order
       01  WS-KRO-TABLE.
           05  WS-KRO-ENTRY                        OCCURS 2000 TIMES.
               10  WS-KRO-DORM                     PIC X(10).
               10  WS-KRO-ID                       PIC X(8).
               10  WS-KRO-TENANT                   PIC X(10).
               10  WS-KRO-TYPE                     PIC X(10).
               10  WS-KRO-SERIAL                   PIC X(15).
               10  WS-KRO-ISSUED                   PIC X(10).
               10  WS-KRO-BY                       PIC X(10).
       01  WS-KRO-COUNT                            PIC 9(4) VALUE 0.
       01  WS-KRO-IDX                              PIC 9(4) VALUE 0.
       01  WS-KRO-POS                              PIC 9(4) VALUE 0.
       01  WS-KRO-PREV-DORM                        PIC X(10).
       01  WS-KRO-ROOM-COUNT                       PIC 9(4) VALUE 0.
      *Charge type seeding for types added after the file existed
       01  WS-CT-SEED-CODE                         PIC X(15).
       01  WS-CT-SEED-DESC                         PIC X(30).
       01  WS-CT-SEED-FOUND                        PIC X VALUE "N".

      *WS VISITOR AND OVERNIGHT GUEST LOG
       01  WS-GV-FILE-STATUS                       PIC XX.
       01  WS-GV-REPORT-NAME                       PIC X(60).
       01  UTIL-GV-CHOICE                          PIC 9.
       01  WS-GV-ID-MAX                            PIC 9(6) VALUE 0.
       01  WS-GV-ID-NUM                            PIC 9(6) VALUE 0.
       01  WS-GV-NEW-ID                            PIC X(8).
       01  WS-GV-TODAY                             PIC X(10).
       01  WS-GV-NOW-TIME                          PIC X(8).
       01  WS-GV-CONFIRM                           PIC X.
       01  WS-GV-TENANT                            PIC X(10).
       01  WS-GV-DORM                              PIC X(10).
       01  WS-GV-TEN-FOUND                         PIC X VALUE "N".
       01  WS-GV-NAME                              PIC X(30).
       01  WS-GV-ID-PRESENTED                      PIC X(20).
       01  WS-GV-DATE                              PIC X(10).
       01  WS-GV-TIME                              PIC X(5).
       01  WS-GV-DATE-OUT                          PIC X(10).
       01  WS-GV-TIME-OUT                          PIC X(5).
       01  WS-GV-TIME-OK                           PIC X VALUE "N".
       01  WS-GV-OVERNIGHT                         PIC X.
       01  WS-GV-REGISTERED                        PIC X.
      *Overnight stays this calendar month, this one included
       01  WS-GV-MONTH                             PIC X(7).
       01  WS-GV-NIGHTS                            PIC 9(3) VALUE 0.
       01  WS-GV-FEE                               PIC 9(6) VALUE 0.
       01  WS-GV-FOUND                             PIC X VALUE "N".
       01  WS-GV-COUNT                             PIC 9(4) VALUE 0.
       01  WS-GV-FEE-EDIT                          PIC Z(5)9.
       01  WS-GV-NIGHTS-EDIT                       PIC ZZ9.
       01  WS-GV-LIMIT-EDIT                        PIC Z9.
      *Rows for the inside list, kept in room order
       01  WS-GVI-TABLE.
           05  WS-GVI-ENTRY                        OCCURS 500 TIMES.
               10  WS-GVI-DORM                     PIC X(10).
               10  WS-GVI-TENANT                   PIC X(10).
               10  WS-GVI-NAME                     PIC X(30).
               10  WS-GVI-ID-PRESENTED             PIC X(20).
               10  WS-GVI-DATE-IN                  PIC X(10).
               10  WS-GVI-TIME-IN                  PIC X(5).
               10  WS-GVI-OVERNIGHT                PIC X.
       01  WS-GVI-COUNT                            PIC 9(4) VALUE 0.
       01  WS-GVI-IDX                              PIC 9(4) VALUE 0.
       01  WS-GVI-POS                              PIC 9(4) VALUE 0.

      *WS SEPARATION-OF-DUTIES EXCEPTION REPORT
       01  WS-SD-REPORT-NAME                       PIC X(60).
       01  WS-SD-MONTH                             PIC X(7).
       01  WS-SD-EOF                               PIC X VALUE "N".
       01  WS-SD-ROW-NUM                           PIC 9(7) VALUE 0.
       01  WS-SD-ROW-EDIT                          PIC Z(6)9.
      *Inputs to the shift and business-hours checks
       01  WS-SD-CHECK-OPER                        PIC X(10).
       01  WS-SD-CHECK-TS                          PIC X(19).
       01  WS-SD-IN-SHIFT                          PIC X VALUE "N".
       01  WS-SD-AFTER-HOURS                       PIC X VALUE "N".
       01  WS-SD-HHMM                              PIC 9(4) VALUE 0.
       01  WS-SD-CLOSE-INT                         PIC 9(8).
       01  WS-SD-OPEN-NUM                          PIC 9(8).
       01  WS-SD-RATE-EDIT                         PIC X VALUE "N".
       01  WS-SD-BAL-TALLY                         PIC 9(2) VALUE 0.
      *One exception: heading line and the rows it rests on
       01  WS-SD-KIND                              PIC X(10).
       01  WS-SD-TEXT                              PIC X(60).
       01  WS-SD-REF                               PIC X(110).
       01  WS-SD-AMT-EDIT                          PIC -(7)9.
      *Drawer shift windows (end is all 9s while still open)
       01  WS-SDS-TABLE.
           05  WS-SDS-ENTRY                        OCCURS 2000 TIMES.
               10  WS-SDS-OPER                     PIC X(10).
               10  WS-SDS-START                    PIC X(19).
               10  WS-SDS-END                      PIC X(19).
       01  WS-SDS-COUNT                            PIC 9(4) VALUE 0.
       01  WS-SDS-IDX                              PIC 9(4) VALUE 0.
      *Voids and NSF returns posted in the month
       01  WS-SDR-TABLE.
           05  WS-SDR-ENTRY                        OCCURS 500 TIMES.
               10  WS-SDR-KIND                     PIC X(4).
               10  WS-SDR-TXN                      PIC X(30).
               10  WS-SDR-ORIG                     PIC X(30).
               10  WS-SDR-OPER                     PIC X(10).
               10  WS-SDR-TS                       PIC X(19).
       01  WS-SDR-COUNT                            PIC 9(4) VALUE 0.
       01  WS-SDR-IDX                              PIC 9(4) VALUE 0.
      *Credit refunds paid out in the month
       01  WS-SDF-TABLE.
           05  WS-SDF-ENTRY                        OCCURS 200 TIMES.
               10  WS-SDF-TXN                      PIC X(30).
               10  WS-SDF-TENANT                   PIC X(10).
               10  WS-SDF-OPER                     PIC X(10).
               10  WS-SDF-TS                       PIC X(19).
       01  WS-SDF-COUNT                            PIC 9(3) VALUE 0.
       01  WS-SDF-IDX                              PIC 9(3) VALUE 0.
       01  WS-SD-CNT-SELF-REV                      PIC 9(5) VALUE 0.
       01  WS-SD-CNT-SELF-REF                      PIC 9(5) VALUE 0.
       01  WS-SD-CNT-OFF-SHIFT                     PIC 9(5) VALUE 0.
       01  WS-SD-CNT-NO-SHIFT                      PIC 9(5) VALUE 0.
       01  WS-SD-CNT-HOURS                         PIC 9(5) VALUE 0.
       01  WS-SD-CNT-TOTAL                         PIC 9(6) VALUE 0.

      *WS REPORT ARCHIVE AND CATALOG
      *Callers set the report code and base name, take a dated
      *file name from RPT-NEXT-FILE-NAME, write the report, then
      *catalog the run with RPT-CATALOG-RUN
       01  WS-RC-FILE-STATUS                       PIC XX.
       01  WS-RC-ARCH-STATUS                       PIC XX.
       01  WS-RC-REPORT                            PIC X(10).
       01  WS-RC-BASE-NAME                         PIC X(40).
       01  WS-RC-FILE-NAME                         PIC X(60).
       01  WS-RC-REPRINT-NAME                      PIC X(70).
       01  WS-RC-PARAMETERS                        PIC X(40).
       01  WS-RC-KEEP                              PIC X VALUE "N".
       01  WS-RC-SEQ                               PIC 9(3) VALUE 0.
       01  WS-RC-LAST-RUN-NO                       PIC 9(6) VALUE 0.
       01  WS-RC-LINES                             PIC 9(7) VALUE 0.
       01  WS-RC-TODAY                             PIC X(10).
       01  WS-RC-NOW                               PIC X(8).
       01  WS-RC-EOF                               PIC X VALUE "N".
       01  UTIL-RC-CHOICE                          PIC 9.
       01  WS-RC-FILTER                            PIC X(10).
       01  WS-RC-DATE-ARG                          PIC X(10).
       01  WS-RC-VIEW-COUNT                        PIC 9(5) VALUE 0.
       01  WS-RC-RUN-ARG                           PIC 9(6) VALUE 0.
       01  WS-RC-FOUND                             PIC X VALUE "N".
       01  WS-RC-CUTOFF                            PIC X(10).
       01  WS-RC-CUTOFF-MONTHS                     PIC 9(6) VALUE 0.
       01  WS-RC-CUTOFF-YEAR                       PIC 9(4) VALUE 0.
       01  WS-RC-CUTOFF-MM                         PIC 9(2) VALUE 0.
       01  WS-RC-PURGE-COUNT                       PIC 9(5) VALUE 0.
       01  WS-RC-KEPT-COUNT                        PIC 9(5) VALUE 0.
       01  WS-RC-CONFIRM                           PIC X.
       01  WS-RC-LINES-EDIT                        PIC Z(6)9.
       01  WS-RC-COPY-LINES                        PIC 9(7) VALUE 0.

      *WS DATA-PRIVACY RETENTION PURGE
       01  WS-AN-FILE-STATUS                       PIC XX.
       01  WS-AN-REPORT-NAME                       PIC X(60).
       01  WS-AN-DRY-RUN                           PIC X VALUE "Y".
       01  WS-AN-CONFIRM                           PIC X.
       01  WS-AN-TODAY                             PIC X(10).
       01  WS-AN-CUTOFF                            PIC X(10).
       01  WS-AN-CUTOFF-YEAR                       PIC 9(4) VALUE 0.
       01  WS-AN-THIS-YEAR                         PIC 9(4) VALUE 0.
       01  WS-AN-TOKEN                             PIC X(15).
       01  WS-AN-LOOK-ID                           PIC X(10).
       01  WS-AN-FOUND                             PIC X VALUE "N".
       01  WS-AN-CHANGED                           PIC X VALUE "N".
       01  WS-AN-EOF                               PIC X VALUE "N".
       01  WS-AN-IDX                               PIC 9(4) VALUE 0.
       01  WS-AN-FIND-IDX                          PIC 9(4) VALUE 0.
       01  WS-AN-COUNT                             PIC 9(4) VALUE 0.
      *Every tenant seen on the occupancy log, with the last event
      *and where it left them, and why the purge may not touch
      *them: IN HOUSE, RECENT, DONE (already anonymized), DEPOSIT,
      *CREDIT, BALANCE, RECOVERY, PAY PLAN, or ELIGIBLE
       01  WS-AN-TABLE.
           05  WS-AN-ENTRY                OCCURS 2000 TIMES.
               10  WS-AN-TENANT-ID        PIC X(10).
               10  WS-AN-EVENT            PIC X(10).
               10  WS-AN-OUT-DATE         PIC X(10).
               10  WS-AN-ROOM             PIC X(10).
               10  WS-AN-GU-CONTACT       PIC X(12).
               10  WS-AN-STATUS           PIC X(10).
               10  WS-AN-ROWS             PIC 9(5).
      *Closed reservations taken before the cutoff; names are kept
      *here so the booking-fee notes that quote them can be found
       01  WS-AN-RV-TABLE.
           05  WS-AN-RV-ENTRY             OCCURS 500 TIMES.
               10  WS-AN-RV-DORM          PIC X(10).
               10  WS-AN-RV-START         PIC X(10).
               10  WS-AN-RV-NAME          PIC X(50).
       01  WS-AN-RV-COUNT                          PIC 9(3) VALUE 0.
       01  WS-AN-RV-IDX                            PIC 9(3) VALUE 0.
       01  WS-AN-NOTES                             PIC X(100).
       01  WS-AN-NOTE-TENANT                       PIC X(10).
       01  WS-AN-NOTE-DORM                         PIC X(10).
       01  WS-AN-ARCH-YEAR                         PIC 9(4) VALUE 0.
       01  WS-AN-ARCH-CHANGED                      PIC 9(6) VALUE 0.
       01  WS-AN-ELIGIBLE-COUNT                    PIC 9(4) VALUE 0.
       01  WS-AN-HELD-COUNT                        PIC 9(4) VALUE 0.
       01  WS-AN-CNT-GU                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-BD                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-GV                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-IC                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-NT                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-AJ                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-RV                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-LT                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-PH                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-AH                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-TP                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-PD                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-DT                            PIC 9(6) VALUE 0.
       01  WS-AN-CNT-WL                            PIC 9(6) VALUE 0.
       01  WS-AN-TOTAL-ROWS                        PIC 9(7) VALUE 0.
       01  WS-AN-ROWS-EDIT                         PIC ZZZZ9.
       01  WS-AN-CNT-EDIT                          PIC ZZZZZ9.
       01  WS-AN-CERT-LABEL                        PIC X(30).

      *WS ANCILLARY RENTALS (PARKING, LOCKERS, STORAGE)
       01  WS-AA-FILE-STATUS                       PIC XX.
       01  WS-AG-FILE-STATUS                       PIC XX.
       01  WS-AX-REPORT-NAME                       PIC X(60).
       01  UTIL-AX-CHOICE                          PIC 9.
       01  WS-AX-TODAY                             PIC X(10).
       01  WS-AX-EOF                               PIC X VALUE "N".
       01  WS-AX-CONFIRM                           PIC X.
       01  WS-AX-FOUND                             PIC X VALUE "N".
       01  WS-AX-ID-MAX                            PIC 9(6) VALUE 0.
       01  WS-AX-ID-NUM                            PIC 9(6) VALUE 0.
       01  WS-AX-TYPE-CHOICE                       PIC 9 VALUE 0.
       01  WS-AX-NEW-ID                            PIC X(8).
       01  WS-AX-NEW-TYPE                          PIC X(10).
       01  WS-AX-NEW-SLOT                          PIC X(8).
       01  WS-AX-NEW-FEE                           PIC 9(6) VALUE 0.
       01  WS-AX-NEW-BLDG                          PIC X(1).
       01  WS-AX-LOOK-ID                           PIC X(8).
       01  WS-AX-LOOK-TENANT                       PIC X(10).
       01  WS-AX-LOOK-DORM                         PIC X(10).
       01  WS-AX-DATE-IN                           PIC X(10).
      *ANC-END-TENANT-ASSIGNMENTS inputs (check-out)
       01  WS-AX-END-TENANT                        PIC X(10).
       01  WS-AX-END-DATE                          PIC X(10).
       01  WS-AX-END-COUNT                         PIC 9(3) VALUE 0.
       01  WS-AX-END-SLOT                          PIC X(8).
      *Credit for days already billed past the last day of use
       01  WS-AX-CR-MONTH.
           05  WS-AX-CR-YEAR                       PIC 9(4).
           05  FILLER                              PIC X VALUE "-".
           05  WS-AX-CR-MON                        PIC 99.
       01  WS-AX-USED-DAYS                         PIC 99 VALUE 0.
       01  WS-AX-UNUSED-DAYS                       PIC 9(3) VALUE 0.
       01  WS-AX-CREDIT                            PIC S9(7) VALUE 0.
       01  WS-AXC-TABLE.
           05  WS-AXC-ENTRY                        OCCURS 20 TIMES.
               10  WS-AXC-DORM                     PIC X(10).
               10  WS-AXC-CODE                     PIC X(10).
               10  WS-AXC-TENANT                   PIC X(10).
               10  WS-AXC-AMT                      PIC S9(7).
               10  WS-AXC-NOTES                    PIC X(100).
       01  WS-AXC-COUNT                            PIC 99 VALUE 0.
       01  WS-AXC-IDX                              PIC 99 VALUE 0.
      *Proration: the month being charged and the days in it
       01  WS-AX-YEAR                              PIC 9(4) VALUE 0.
       01  WS-AX-MONTH                             PIC 99 VALUE 0.
       01  WS-AX-DIM                               PIC 99 VALUE 0.
       01  WS-AX-FIRST-DAY                         PIC 99 VALUE 0.
       01  WS-AX-LAST-DAY                          PIC 99 VALUE 0.
       01  WS-AX-DAYS                              PIC 99 VALUE 0.
       01  WS-AX-CHARGE                            PIC S9(7) VALUE 0.
       01  WS-AX-BILL-COUNT                        PIC 9(4) VALUE 0.
       01  WS-AX-BILL-TOTAL                        PIC S9(8) VALUE 0.
      *Slot charges already in the history file for WS-BILL-MONTH,
      *as TYPE SLOT YYYY-MM with the tenant charged
       01  WS-AX-RESUME-COUNT                      PIC 9(4) VALUE 0.
       01  WS-AX-HIST-KEY                          PIC X(30).
       01  WS-AX-HIST-TYPE                         PIC X(15).
       01  WS-AX-HIST-SLOT                         PIC X(15).
       01  WS-AX-HIST-MONTH                        PIC X(15).
       01  WS-AXH-TABLE.
           05  WS-AXH-ENTRY                        OCCURS 500 TIMES.
               10  WS-AXH-TENANT                   PIC X(10).
               10  WS-AXH-KEY                      PIC X(30).
       01  WS-AXH-COUNT                            PIC 9(3) VALUE 0.
       01  WS-AXH-IDX                              PIC 9(3) VALUE 0.
       01  WS-AXH-FOUND                            PIC X VALUE "N".
       01  WS-AXH-FULL                             PIC X VALUE "N".
      *ANC-POST-CHARGE inputs
       01  WS-AX-POST-DORM                         PIC X(10).
       01  WS-AX-POST-CODE                         PIC X(15).
       01  WS-AX-POST-AMT                          PIC S9(7) VALUE 0.
       01  WS-AX-POST-DATE                         PIC X(10).
       01  WS-AX-POST-DUE                          PIC X(10).
       01  WS-AX-POST-TENANT                       PIC X(10).
       01  WS-AX-POST-NOTES                        PIC X(100).
       01  WS-AX-POST-FOUND                        PIC X VALUE "N".
      *Asset master in memory, with who holds each slot today
       01  WS-AXA-TABLE.
           05  WS-AXA-ENTRY                        OCCURS 500 TIMES.
               10  WS-AXA-ID                       PIC X(8).
               10  WS-AXA-BUILDING                 PIC X(1).
               10  WS-AXA-TYPE                     PIC X(10).
               10  WS-AXA-SLOT                     PIC X(8).
               10  WS-AXA-FEE                      PIC 9(6).
               10  WS-AXA-STATUS                   PIC X(8).
               10  WS-AXA-TENANT                   PIC X(10).
               10  WS-AXA-SINCE                    PIC X(10).
       01  WS-AXA-COUNT                            PIC 9(3) VALUE 0.
       01  WS-AXA-IDX                              PIC 9(3) VALUE 0.
       01  WS-AXA-FIND-IDX                         PIC 9(3) VALUE 0.
      *Report counters: per building, then per type for the whole
      *property
       01  WS-AX-SLOTS                             PIC 9(4) VALUE 0.
       01  WS-AX-OCCUPIED                          PIC 9(4) VALUE 0.
       01  WS-AX-FREE                              PIC 9(4) VALUE 0.
       01  WS-AX-RETIRED                           PIC 9(4) VALUE 0.
       01  WS-AX-FEES                              PIC 9(8) VALUE 0.
       01  WS-AX-PCT                               PIC 9(3) VALUE 0.
       01  WS-AX-TOT-OCCUPIED                      PIC 9(4) VALUE 0.
       01  WS-AX-TOT-FREE                          PIC 9(4) VALUE 0.
       01  WS-AX-TOT-RETIRED                       PIC 9(4) VALUE 0.
       01  WS-AX-TOT-FEES                          PIC 9(8) VALUE 0.
       01  WS-AX-TYPE-LIST.
           05  FILLER                  PIC X(10) VALUE "PARKING".
           05  FILLER                  PIC X(10) VALUE "BIKE-RACK".
           05  FILLER                  PIC X(10) VALUE "LOCKER".
           05  FILLER                  PIC X(10) VALUE "STORAGE".
       01  WS-AX-TYPE-TABLE REDEFINES WS-AX-TYPE-LIST.
           05  WS-AX-TYPE-NAME         PIC X(10) OCCURS 4 TIMES.
       01  WS-AX-TYPE-IDX                          PIC 9 VALUE 0.
       01  WS-AX-STATE                             PIC X(8).
       01  WS-AX-FEE-EDIT                          PIC ZZZ,ZZ9.
       01  WS-AX-FEES-EDIT                         PIC ZZ,ZZZ,ZZ9.
       01  WS-AX-AMT-EDIT                          PIC -(7)9.

      *WS RENT PROMOTIONS AND DISCOUNTS
       01  WS-DC-FILE-STATUS                       PIC XX.
       01  WS-DG-FILE-STATUS                       PIC XX.
       01  WS-DC-REPORT-NAME                       PIC X(60).
       01  UTIL-DC-CHOICE                          PIC 9.
       01  WS-DC-TODAY                             PIC X(10).
       01  WS-DC-EOF                               PIC X VALUE "N".
       01  WS-DC-CONFIRM                           PIC X.
       01  WS-DC-FOUND                             PIC X VALUE "N".
       01  WS-DC-CHOICE                            PIC 9 VALUE 0.
       01  WS-DC-LOOK-CODE                         PIC X(10).
       01  WS-DC-LOOK-TENANT                       PIC X(10).
       01  WS-DC-LOOK-DORM                         PIC X(10).
       01  WS-DC-SIBLING                           PIC X(10).
       01  WS-DC-SAVE-TENANT                       PIC X(10).
       01  WS-DC-LEASE-START                       PIC X(10).
       01  WS-DC-DATE-IN                           PIC X(10).
       01  WS-DC-NEW-STATUS                        PIC X(8).
      *New discount code being keyed
       01  WS-DC-NEW-REC.
           05  WS-DC-NEW-CODE                      PIC X(10).
           05  WS-DC-NEW-DESC                      PIC X(30).
           05  WS-DC-NEW-KIND                      PIC X(1).
           05  WS-DC-NEW-PERCENT                   PIC 9(3).
           05  WS-DC-NEW-AMOUNT                    PIC 9(6).
           05  WS-DC-NEW-RULE                      PIC X(10).
           05  WS-DC-NEW-TENURE                    PIC 9(2).
           05  WS-DC-NEW-FROM                      PIC X(10).
           05  WS-DC-NEW-TO                        PIC X(10).
           05  WS-DC-NEW-MAX                       PIC 9(2).
      *Tenancy start from the occupancy log (a transfer's same-day
      *CHECKOUT and CHECKIN do not restart it)
       01  WS-DC-TEN-START                         PIC X(10).
       01  WS-DC-TEN-OUT                           PIC X(10).
       01  WS-DC-TENURE                            PIC S9(4) VALUE 0.
       01  WS-DC-START-NUM                         PIC 9(8) VALUE 0.
       01  WS-DC-TODAY-NUM                         PIC 9(8) VALUE 0.
       01  WS-DC-DAYS-IN                           PIC S9(6) VALUE 0.
       01  WS-DC-BILL-YM.
           05  WS-DC-BILL-YY                       PIC 9(4).
           05  WS-DC-BILL-MM                       PIC 9(2).
       01  WS-DC-START-YM.
           05  WS-DC-START-YY                      PIC 9(4).
           05  WS-DC-START-MM                      PIC 9(2).
      *Discount master in memory
       01  WS-DCM-TABLE.
           05  WS-DCM-ENTRY                        OCCURS 100 TIMES.
               10  WS-DCM-CODE                     PIC X(10).
               10  WS-DCM-DESC                     PIC X(30).
               10  WS-DCM-KIND                     PIC X(1).
               10  WS-DCM-PERCENT                  PIC 9(3).
               10  WS-DCM-AMOUNT                   PIC 9(6).
               10  WS-DCM-RULE                     PIC X(10).
               10  WS-DCM-TENURE                   PIC 9(2).
               10  WS-DCM-FROM                     PIC X(10).
               10  WS-DCM-TO                       PIC X(10).
               10  WS-DCM-MAX                      PIC 9(2).
               10  WS-DCM-STATUS                   PIC X(8).
               10  WS-DCM-RPT-COUNT                PIC 9(5).
               10  WS-DCM-RPT-AMT                  PIC S9(9).
       01  WS-DCM-COUNT                            PIC 9(3) VALUE 0.
       01  WS-DCM-IDX                              PIC 9(3) VALUE 0.
       01  WS-DCM-FIND-IDX                         PIC 9(3) VALUE 0.
      *Open grants for the billing run, with the tenant's room,
      *tenancy start and sibling check worked out once up front
       01  WS-DGT-TABLE.
           05  WS-DGT-ENTRY                        OCCURS 500 TIMES.
               10  WS-DGT-TENANT                   PIC X(10).
               10  WS-DGT-CODE                     PIC X(10).
               10  WS-DGT-LEASE-START              PIC X(10).
               10  WS-DGT-SIBLING                  PIC X(10).
               10  WS-DGT-GRANT-DATE               PIC X(10).
               10  WS-DGT-USED                     PIC 9(2).
               10  WS-DGT-LAST                     PIC X(7).
               10  WS-DGT-STATUS                   PIC X(8).
               10  WS-DGT-ENDED                    PIC X(10).
               10  WS-DGT-ROOM                     PIC X(10).
               10  WS-DGT-TEN-START                PIC X(10).
               10  WS-DGT-TEN-OUT                  PIC X(10).
               10  WS-DGT-SIB-OK                   PIC X.
               10  WS-DGT-MASTER                   PIC 9(3).
               10  WS-DGT-THIS-AMT                 PIC 9(7).
               10  WS-DGT-CHANGED                  PIC X.
       01  WS-DGT-COUNT                            PIC 9(3) VALUE 0.
       01  WS-DGT-IDX                              PIC 9(3) VALUE 0.
       01  WS-DGT-IDX2                             PIC 9(3) VALUE 0.
       01  WS-DGT-FIND-IDX                         PIC 9(3) VALUE 0.
      *Per-room discount working fields
       01  WS-DC-PRIOR-BAL                         PIC S9(7) VALUE 0.
       01  WS-DC-SHARE                             PIC 9(7) VALUE 0.
       01  WS-DC-ROOM-TOTAL                        PIC 9(7) VALUE 0.
       01  WS-DC-TEN-USED                          PIC 9(7) VALUE 0.
       01  WS-DC-AMT                               PIC 9(7) VALUE 0.
       01  WS-DC-OK                                PIC X VALUE "N".
       01  WS-DC-BILL-COUNT                        PIC 9(4) VALUE 0.
       01  WS-DC-BILL-TOTAL                        PIC 9(8) VALUE 0.
       01  WS-DC-RESUME-COUNT                      PIC 9(4) VALUE 0.
      *Monthly report
       01  WS-DC-RPT-MONTH                         PIC X(7).
       01  WS-DC-RPT-COUNT                         PIC 9(5) VALUE 0.
       01  WS-DC-RPT-TOTAL                         PIC S9(9) VALUE 0.
       01  WS-DC-RPT-OTHER-COUNT                   PIC 9(5) VALUE 0.
       01  WS-DC-RPT-OTHER-AMT                     PIC S9(9) VALUE 0.
       01  WS-DC-RPT-AMT                           PIC S9(7) VALUE 0.
       01  WS-DC-VOIDED                            PIC X VALUE "N".
       01  WS-DC-PCT-EDIT                          PIC ZZ9.
       01  WS-DC-AMT-EDIT                          PIC ZZZ,ZZ9.
       01  WS-DC-TOTAL-EDIT                        PIC -ZZZ,ZZZ,ZZ9.
       01  WS-DC-COUNT-EDIT                        PIC ZZ,ZZ9.

      *WS BANK DEPOSIT SLIPS
       01  WS-DS-FILE-STATUS                       PIC XX.
       01  WS-DT-FILE-STATUS                       PIC XX.
       01  WS-DS-REPORT-NAME                       PIC X(60).
       01  UTIL-DS-CHOICE                          PIC 9.
       01  WS-DS-TODAY                             PIC X(10).
       01  WS-DS-EOF                               PIC X VALUE "N".
       01  WS-DS-CONFIRM                           PIC X.
       01  WS-DS-FOUND                             PIC X VALUE "N".
       01  WS-DS-VOIDED                            PIC X VALUE "N".
       01  WS-DS-CUTOFF                            PIC X(10).
       01  WS-DS-LOOK-SLIP                         PIC X(8).
       01  WS-DS-NEW-SLIP                          PIC X(8).
       01  WS-DS-ID-NUM                            PIC 9(6).
       01  WS-DS-ID-MAX                            PIC 9(6) VALUE 0.
       01  WS-DS-KIND                              PIC X(5).
       01  WS-DS-DRAWER                            PIC X(30).
       01  WS-DS-SLIP-DATE                         PIC X(10).
       01  WS-DS-PREPARED-BY                       PIC X(10).
      *Transactions already on a slip
       01  WS-DS-DONE-TABLE.
           05  WS-DS-DONE-TXN                      OCCURS 9999 TIMES
                                                    PIC X(30).
       01  WS-DS-DONE-COUNT                        PIC 9(4) VALUE 0.
       01  WS-DS-DONE-IDX                          PIC 9(5).
       01  WS-DS-DONE-FOUND                        PIC X VALUE "N".
      *Held checks the registry shows as deposited
       01  WS-DS-PDC-TABLE.
           05  WS-DS-PDC-ENTRY                     OCCURS 2000 TIMES.
               10  WS-DS-PDC-REF                   PIC X(20).
               10  WS-DS-PDC-DRAWER                PIC X(30).
       01  WS-DS-PDC-COUNT                         PIC 9(4) VALUE 0.
       01  WS-DS-PDC-IDX                           PIC 9(4).
      *Set by DS-LOAD-DONE / DS-LOAD-PDC / DS-LOAD-SLIPS when a
      *file has more rows than the table holds; the caller clears
      *it first and stops rather than work from part of a file
       01  WS-DS-LOAD-FULL                         PIC X VALUE "N".
      *Lines going onto the slip being prepared
       01  WS-DSI-TABLE.
           05  WS-DSI-ENTRY                        OCCURS 1000 TIMES.
               10  WS-DSI-TXN                      PIC X(30).
               10  WS-DSI-KIND                     PIC X(5).
               10  WS-DSI-DORM                     PIC X(10).
               10  WS-DSI-TENANT                   PIC X(10).
               10  WS-DSI-DATE                     PIC X(10).
               10  WS-DSI-AMOUNT                   PIC S9(7).
               10  WS-DSI-REF                      PIC X(20).
               10  WS-DSI-DRAWER                   PIC X(30).
       01  WS-DSI-COUNT                            PIC 9(4) VALUE 0.
       01  WS-DSI-IDX                              PIC 9(4).
       01  WS-DSI-DROPPED                          PIC 9(4) VALUE 0.
       01  WS-DS-CASH-COUNT                        PIC 9(4) VALUE 0.
       01  WS-DS-CASH-TOTAL                        PIC S9(8) VALUE 0.
       01  WS-DS-CHECK-COUNT                       PIC 9(4) VALUE 0.
       01  WS-DS-CHECK-TOTAL                       PIC 9(8) VALUE 0.
       01  WS-DS-TOTAL                             PIC S9(8) VALUE 0.
      *Slips for statement matching and the in-transit report
       01  WS-DSS-TABLE.
           05  WS-DSS-ENTRY                        OCCURS 500 TIMES.
               10  WS-DSS-SLIP                     PIC X(8).
               10  WS-DSS-DATE                     PIC X(10).
               10  WS-DSS-TOTAL                    PIC S9(8).
               10  WS-DSS-STATUS                   PIC X(10).
               10  WS-DSS-MATCHED                  PIC X.
               10  WS-DSS-BANK-DATE                PIC X(10).
               10  WS-DSS-BANK-REF                 PIC X(20).
       01  WS-DSS-COUNT                            PIC 9(3) VALUE 0.
       01  WS-DSS-IDX                              PIC 9(3).
       01  WS-DS-SLIP-MATCHED                      PIC 9(3) VALUE 0.
       01  WS-DS-SLIP-CLEARED                      PIC 9(3) VALUE 0.
       01  WS-DS-SLIP-TRANSIT                      PIC 9(3) VALUE 0.
       01  WS-DS-ON-SLIP                           PIC 9(4) VALUE 0.
       01  WS-DS-AGE-DAYS                          PIC S9(6) VALUE 0.
       01  WS-DS-DATE-NUM                          PIC 9(8).
       01  WS-DS-TODAY-NUM                         PIC 9(8).
       01  WS-DS-TRANSIT-TOTAL                     PIC S9(9) VALUE 0.
       01  WS-DS-AMT-EDIT                          PIC -Z,ZZZ,ZZ9.
       01  WS-DS-TOTAL-EDIT                        PIC -ZZ,ZZZ,ZZ9.
       01  WS-DS-COUNT-EDIT                        PIC Z,ZZ9.
       01  WS-DS-AGE-EDIT                          PIC ZZZZ9.

      *WS OFFICIAL RECEIPT SERIES
       01  WS-ORS-FILE-STATUS                      PIC XX.
       01  WS-ORI-FILE-STATUS                      PIC XX.
       01  WS-ORP-FILE-STATUS                      PIC XX.
       01  WS-OR-REPORT-NAME                       PIC X(60).
       01  UTIL-OR-CHOICE                          PIC 9.
       01  WS-OR-SPOIL-CHOICE                      PIC 9.
       01  WS-OR-TODAY                             PIC X(10).
       01  WS-OR-EOF                               PIC X VALUE "N".
       01  WS-OR-FOUND                             PIC X VALUE "N".
       01  WS-OR-CONFIRM                           PIC X.
       01  WS-OR-ELIGIBLE                          PIC X VALUE "N".
       01  WS-OR-DRAWN                             PIC X VALUE "N".
       01  WS-OR-SPOILED                           PIC X VALUE "N".
      *Number given to the payment just logged (spaces = none)
       01  WS-OR-NUMBER                            PIC X(10).
       01  WS-OR-PREFIX                            PIC X(3).
       01  WS-OR-SEQ                               PIC 9(7).
      *A receipt covering several history lines (sponsor payments)
      *sets the keep flag so every line carries the same number
       01  WS-OR-KEEP-FLAG                         PIC X VALUE "N".
       01  WS-OR-KEEP-NUMBER                       PIC X(10).
       01  WS-OR-KEEP-PREFIX                       PIC X(3).
       01  WS-OR-KEEP-SEQ                          PIC 9(7).
       01  WS-OR-LEFT                              PIC 9(7).
       01  WS-OR-TAX-CLASS                         PIC X(7).
       01  WS-OR-COPY-FLAG                         PIC X VALUE "N".
       01  WS-OR-SAVE-OPERATOR                     PIC X(10).
       01  WS-OR-LOOK                              PIC X(30).
       01  WS-OR-LOOK-TXN                          PIC X(30).
       01  WS-OR-REASON                            PIC X(40).
       01  WS-OR-WHT-AMT                           PIC 9(7).
       01  WS-OR-WHT-OLD                           PIC 9(7).
      *Series being registered
       01  WS-OR-NEW-PREFIX                        PIC X(3).
       01  WS-OR-NEW-START                         PIC 9(7).
       01  WS-OR-NEW-END                           PIC 9(7).
       01  WS-OR-NEW-REF                           PIC X(20).
       01  WS-OR-NEW-DATE                          PIC X(10).
       01  WS-OR-OVERLAP                           PIC X VALUE "N".
      *History entries printed under one receipt number
       01  WS-OR-TXN-TABLE.
           05  WS-OR-TXN-ENTRY                     OCCURS 50 TIMES
                                                    PIC X(30).
       01  WS-OR-TXN-COUNT                         PIC 9(2) VALUE 0.
       01  WS-OR-TXN-IDX                           PIC 9(2).
      *Issue rows being reissued under a new number
       01  WS-OR-ROW-TABLE.
           05  WS-OR-ROW-ENTRY                     OCCURS 50 TIMES
                                                    PIC X(136).
      *Spoiled register for the monthly summary
       01  WS-OR-SPOIL-TABLE.
           05  WS-OR-SPOIL-ENTRY                   OCCURS 2000 TIMES.
               10  WS-OR-SP-PREFIX                 PIC X(3).
               10  WS-OR-SP-SEQ                    PIC 9(7).
               10  WS-OR-SP-TXN                    PIC X(30).
               10  WS-OR-SP-DATE                   PIC X(10).
               10  WS-OR-SP-NUMBER                 PIC X(10).
               10  WS-OR-SP-REASON                 PIC X(40).
       01  WS-OR-SPOIL-COUNT                       PIC 9(4) VALUE 0.
       01  WS-OR-SPOIL-IDX                         PIC 9(4).
      *Series on file for the monthly summary
       01  WS-ORS-TABLE.
           05  WS-ORS-ENTRY                        OCCURS 50 TIMES.
               10  WS-ORS-T-PREFIX                 PIC X(3).
               10  WS-ORS-T-START                  PIC 9(7).
               10  WS-ORS-T-END                    PIC 9(7).
       01  WS-ORS-COUNT                            PIC 9(2) VALUE 0.
       01  WS-ORS-IDX                              PIC 9(2).
      *One mark per number in the month's range: I issued,
      *S spoiled, blank unaccounted for
       01  WS-OR-MARK-TABLE.
           05  WS-OR-MARK                          OCCURS 5000 TIMES
                                                    PIC X.
       01  WS-OR-MARK-IDX                          PIC 9(4).
       01  WS-OR-RANGE                             PIC 9(7).
       01  WS-OR-LOW                               PIC 9(7).
       01  WS-OR-HIGH                              PIC 9(7).
       01  WS-OR-MONTH                             PIC X(7).
       01  WS-OR-SER-ISSUED                        PIC 9(5) VALUE 0.
       01  WS-OR-SER-SPOILED                       PIC 9(5) VALUE 0.
       01  WS-OR-SER-GAPS                          PIC 9(5) VALUE 0.
       01  WS-OR-ISSUED-COUNT                      PIC 9(5) VALUE 0.
       01  WS-OR-SPOILED-COUNT                     PIC 9(5) VALUE 0.
       01  WS-OR-GAP-COUNT                         PIC 9(5) VALUE 0.
       01  WS-OR-VATABLE-TOTAL                     PIC S9(9) VALUE 0.
       01  WS-OR-EXEMPT-TOTAL                      PIC S9(9) VALUE 0.
       01  WS-OR-WHT-TOTAL                         PIC S9(9) VALUE 0.
       01  WS-OR-GROSS-TOTAL                       PIC S9(9) VALUE 0.
       01  WS-OR-AMT-EDIT                          PIC -Z,ZZZ,ZZ9.
       01  WS-OR-TOTAL-EDIT                        PIC -ZZZ,ZZZ,ZZ9.
       01  WS-OR-COUNT-EDIT                        PIC ZZ,ZZ9.
      *Receipt being reissued and the number replacing it
       01  WS-OR-OLD-NUMBER                        PIC X(10).
       01  WS-OR-OLD-PREFIX                        PIC X(3).
       01  WS-OR-OLD-SEQ                           PIC 9(7).
       01  WS-OR-NEW-NUMBER                        PIC X(10).
       01  WS-OR-NEW-SEQ                           PIC 9(7).

      *WS CUSTOMER LIABILITIES / UNEARNED REVENUE
       01  WS-LS-FILE-STATUS                       PIC XX.
       01  WS-LB-REPORT-NAME                       PIC X(60).
       01  WS-LB-GL-NAME                           PIC X(60).
       01  WS-LB-ASOF                              PIC X(10).
       01  WS-LB-MONTH                             PIC X(7).
       01  WS-LB-FROM                              PIC X(10).
       01  WS-LB-PRIOR-MONTH                       PIC X(7).
       01  WS-LB-YEAR                              PIC 9(4).
       01  WS-LB-MM                                PIC 9(2).
       01  WS-LB-EOF                               PIC X VALUE "N".
       01  WS-LB-SNAP-FOUND                        PIC X VALUE "N".
       01  WS-LB-UNTIED                            PIC 9 VALUE 0.
       01  WS-LB-EXC-ROWS                          PIC 9(4) VALUE 0.
       01  WS-LB-OVERFLOW                          PIC X VALUE "N".
      *Row being looked up or added
       01  WS-LB-LOOK-CAT                          PIC X(8).
       01  WS-LB-LOOK-TENANT                       PIC X(10).
       01  WS-LB-LOOK-DORM                         PIC X(10).
       01  WS-LB-LOOK-KEY                          PIC X(20).
       01  WS-LB-AMT                               PIC S9(9) VALUE 0.
       01  WS-LB-RV-RELEASED                       PIC X(10).
      *One room's rent balance rebuilt from its history entries:
      *before the month, the month's charges and payments, and what
      *was posted after the as-of date
       01  WS-LB-RB-EOF                            PIC X VALUE "N".
       01  WS-LB-RB-VOIDED                         PIC X VALUE "N".
       01  WS-LB-RB-NET                            PIC S9(9) VALUE 0.
       01  WS-LB-RB-OPEN                           PIC S9(9) VALUE 0.
       01  WS-LB-RB-CHARGE                         PIC S9(9) VALUE 0.
       01  WS-LB-RB-PAID                           PIC S9(9) VALUE 0.
       01  WS-LB-RB-LATER                          PIC S9(9) VALUE 0.
       01  WS-LB-RB-PRE-OPEN                       PIC S9(9) VALUE 0.
       01  WS-LB-RB-PRE-CLOSE                      PIC S9(9) VALUE 0.
       01  WS-LB-RB-PRE-FILE                       PIC S9(9) VALUE 0.
       01  WS-LB-RB-APPL                           PIC S9(9) VALUE 0.
       01  WS-LB-DIFF                              PIC S9(9) VALUE 0.
      *One line per category and tenant (deposits by tenant and
      *room, credits by tenant, booking fees and prepaid rent by
      *room)
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY                         OCCURS 3000
                                                    TIMES.
               10  WS-LB-CAT                       PIC X(8).
               10  WS-LB-KEY                       PIC X(20).
               10  WS-LB-TENANT                    PIC X(10).
               10  WS-LB-DORM                      PIC X(10).
               10  WS-LB-BLDG                      PIC X(1).
               10  WS-LB-OPEN                      PIC S9(9).
               10  WS-LB-CALC-OPEN                 PIC S9(9).
               10  WS-LB-RECV                      PIC S9(9).
               10  WS-LB-APPL                      PIC S9(9).
               10  WS-LB-REFD                      PIC S9(9).
               10  WS-LB-CLOSE                     PIC S9(9).
               10  WS-LB-FILE                      PIC S9(9).
       01  WS-LB-COUNT                             PIC 9(4) VALUE 0.
       01  WS-LB-IDX                               PIC 9(4).
       01  WS-LB-FOUND-IDX                         PIC 9(4).
      *Category totals; FILE is what the underlying files hold
       01  WS-LB-CAT-TABLE.
           05  WS-LB-CT-ENTRY                      OCCURS 4 TIMES.
               10  WS-LB-CT-CODE                   PIC X(8).
               10  WS-LB-CT-LABEL                  PIC X(30).
               10  WS-LB-CT-OPEN                   PIC S9(9).
               10  WS-LB-CT-RECV                   PIC S9(9).
               10  WS-LB-CT-APPL                   PIC S9(9).
               10  WS-LB-CT-REFD                   PIC S9(9).
               10  WS-LB-CT-CLOSE                  PIC S9(9).
               10  WS-LB-CT-FILE                   PIC S9(9).
       01  WS-LB-CT-IDX                            PIC 9.
      *Buildings present, for the by-building layout
       01  WS-LB-BLDG-TABLE.
           05  WS-LB-BL-CODE                       PIC X(1)
                                                    OCCURS 40 TIMES.
       01  WS-LB-BL-COUNT                          PIC 99 VALUE 0.
       01  WS-LB-BL-IDX                            PIC 99.
       01  WS-LB-BL-FOUND                          PIC X.
       01  WS-LB-SUB-OPEN                          PIC S9(9).
       01  WS-LB-SUB-RECV                          PIC S9(9).
       01  WS-LB-SUB-APPL                          PIC S9(9).
       01  WS-LB-SUB-REFD                          PIC S9(9).
       01  WS-LB-SUB-CLOSE                         PIC S9(9).
       01  WS-LB-SUB-ROWS                          PIC 9(4).
       01  WS-LB-EDIT-A                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-LB-EDIT-B                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-LB-EDIT-C                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-LB-EDIT-D                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-LB-EDIT-E                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-LB-EDIT-F                            PIC -ZZ,ZZZ,ZZ9.
      *GL liabilities section
       01  WS-LB-GL-ACCOUNT                        PIC X(8).
       01  WS-LB-GL-LINES                          PIC 9(4) VALUE 0.
       01  WS-LB-CSV-A                             PIC X(12).
       01  WS-LB-CSV-B                             PIC X(12).
       01  WS-LB-CSV-C                             PIC X(12).
       01  WS-LB-CSV-D                             PIC X(12).
       01  WS-LB-CSV-E                             PIC X(12).


      *WS UTILITY COST RECOVERY
       01  WS-UB-FILE-STATUS                       PIC XX.
       01  WS-UR-REPORT-NAME                       PIC X(60).
       01  UTIL-UB-CHOICE                          PIC 9.
       01  WS-UB-NEW-BLDG                          PIC X(1).
       01  WS-UB-NEW-TYPE                          PIC X(15).
       01  WS-UB-NEW-PERIOD                        PIC X(7).
       01  WS-UB-NEW-UNITS                         PIC 9(8) VALUE 0.
       01  WS-UB-NEW-COMMON                        PIC 9(8) VALUE 0.
       01  WS-UB-NEW-AMT                           PIC 9(8) VALUE 0.
       01  WS-UB-NEW-REF                           PIC X(20).
       01  WS-UB-OLD-AMT                           PIC 9(8) VALUE 0.
       01  WS-UB-REPLACED                          PIC X VALUE "N".
       01  WS-UB-COUNT                             PIC 9(4) VALUE 0.
       01  WS-UB-SCAN-EOF                          PIC X VALUE "N".
       01  WS-UB-UNIT-LABEL                        PIC X(4).
      *Recovery report: one line per building and utility type
       01  WS-UR-PERIOD                            PIC X(7).
       01  WS-UR-PCT                               PIC 9(3) VALUE 90.
       01  WS-UR-TABLE.
           05  WS-UR-ENTRY                         OCCURS 80 TIMES.
               10  WS-UR-BLDG                      PIC X(1).
               10  WS-UR-TYPE                      PIC X(15).
               10  WS-UR-HAS-BILL                  PIC X.
               10  WS-UR-MASTER-UNITS              PIC 9(8).
               10  WS-UR-COMMON-UNITS              PIC 9(8).
               10  WS-UR-MASTER-AMT                PIC 9(8).
               10  WS-UR-TENANT-UNITS              PIC 9(9).
               10  WS-UR-BILLED                    PIC S9(9).
       01  WS-UR-COUNT                             PIC 9(3) VALUE 0.
       01  WS-UR-IDX                               PIC 9(3) VALUE 0.
       01  WS-UR-FOUND-IDX                         PIC 9(3) VALUE 0.
       01  WS-UR-LOOK-BLDG                         PIC X(1).
       01  WS-UR-LOOK-TYPE                         PIC X(15).
       01  WS-UR-OVERFLOW                          PIC X VALUE "N".
      *Rooms: building, occupancy and what each was billed. The
      *occupancy is the month's, from the occupancy log: the count
      *carried in from the events before the month, whether any
      *event was logged up to the month's end, and whether the room
      *was lived in at any time in the month.
       01  WS-UR-ROOM-TABLE.
           05  WS-UR-ROOM-ENTRY                    OCCURS 1000 TIMES.
               10  WS-UR-ROOM-ID                   PIC X(10).
               10  WS-UR-ROOM-BLDG                 PIC X(1).
               10  WS-UR-ROOM-OCC                  PIC 9(2).
               10  WS-UR-ROOM-LOG-OCC              PIC 9(3).
               10  WS-UR-ROOM-LOGGED               PIC X.
               10  WS-UR-ROOM-USED                 PIC X.
               10  WS-UR-ROOM-E-UNITS              PIC 9(8).
               10  WS-UR-ROOM-E-BILLED             PIC S9(8).
               10  WS-UR-ROOM-W-UNITS              PIC 9(8).
               10  WS-UR-ROOM-W-BILLED             PIC S9(8).
               10  WS-UR-ROOM-E-IMPORT             PIC X.
               10  WS-UR-ROOM-W-IMPORT             PIC X.
       01  WS-UR-ROOM-COUNT                        PIC 9(4) VALUE 0.
       01  WS-UR-ROOM-IDX                          PIC 9(4) VALUE 0.
       01  WS-UR-ROOM-FOUND                        PIC 9(4) VALUE 0.
       01  WS-UR-VOIDED                            PIC X VALUE "N".
       01  WS-UR-USE                               PIC 9(8) VALUE 0.
       01  WS-UR-ROOM-UNITS                        PIC 9(8) VALUE 0.
       01  WS-UR-ROOM-BILLED                       PIC S9(8) VALUE 0.
       01  WS-UR-ROOM-IMPORT                       PIC X VALUE "N".
      *Figures for the line being printed
       01  WS-UR-LEAK-UNITS                        PIC S9(9) VALUE 0.
       01  WS-UR-LEAK-AMT                          PIC S9(9) VALUE 0.
       01  WS-UR-COMMON-AMT                        PIC S9(9) VALUE 0.
       01  WS-UR-UNRECOVERED                       PIC S9(9) VALUE 0.
       01  WS-UR-LEAK-PCT                          PIC S9(4)V9 VALUE 0.
       01  WS-UR-RECOV-PCT                         PIC 9(4)V9 VALUE 0.
       01  WS-UR-TOT-MASTER                        PIC 9(9) VALUE 0.
       01  WS-UR-TOT-BILLED                        PIC S9(9) VALUE 0.
       01  WS-UR-TOT-COMMON                        PIC S9(9) VALUE 0.
       01  WS-UR-TOT-LEAK                          PIC S9(9) VALUE 0.
       01  WS-UR-LINES                             PIC 9(4) VALUE 0.
       01  WS-UR-BELOW                             PIC 9(4) VALUE 0.
       01  WS-UR-NO-BILL                           PIC 9(4) VALUE 0.
       01  WS-UR-ZERO-ROOMS                        PIC 9(4) VALUE 0.
       01  WS-UR-EXCEPTIONS                        PIC 9(4) VALUE 0.
       01  WS-UR-EDIT-U1                           PIC ZZZZZZZ9.
       01  WS-UR-EDIT-U2                           PIC ZZZZZZZ9.
       01  WS-UR-EDIT-U3                           PIC ZZZZZZZZ9.
       01  WS-UR-EDIT-U4                           PIC -ZZZZZZZ9.
       01  WS-UR-EDIT-A                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-UR-EDIT-B                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-UR-EDIT-C                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-UR-EDIT-D                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-UR-EDIT-E                            PIC -ZZ,ZZZ,ZZ9.
       01  WS-UR-PCT-EDIT                          PIC ZZZ9.9.
       01  WS-UR-LEAK-PCT-EDIT                     PIC -ZZZ9.9.
       01  WS-UR-FLOOR-EDIT                        PIC ZZ9.


      *WS TENANT PROFILES / ID DOCUMENTS
       01  WS-TP-FILE-STATUS                       PIC XX.
       01  UTIL-TP-CHOICE                          PIC 9.
       01  WS-TP-FOUND                             PIC X VALUE "N".
       01  WS-TP-SCAN-EOF                          PIC X VALUE "N".
       01  WS-TP-CHANGED                           PIC X VALUE "N".
       01  WS-TP-TENANT-ID                         PIC X(10).
       01  WS-TP-ID-TYPE                           PIC X(15).
       01  WS-TP-ID-NUMBER                         PIC X(20).
       01  WS-TP-ID-EXPIRY                         PIC X(10).
       01  WS-TP-SCHOOL-EMPLOYER                   PIC X(40).
       01  WS-TP-EMAIL                             PIC X(50).
       01  WS-TP-EC-NAME                           PIC X(50).
       01  WS-TP-EC-RELATION                       PIC X(15).
       01  WS-TP-EC-CONTACT                        PIC X(12).
       01  WS-TP-FOREIGN                           PIC X(1).
       01  WS-TP-NATIONALITY                       PIC X(20).
       01  WS-TP-VISA-EXPIRY                       PIC X(10).
       01  WS-TP-PERMIT-EXPIRY                     PIC X(10).
      *Guarantor name/contact the emergency contact must differ from
       01  WS-TP-GU-NAME                           PIC X(50).
       01  WS-TP-GU-CONTACT                        PIC X(12).
       01  WS-TP-INPUT                             PIC X(50).
       01  WS-TP-DATE-IN                           PIC X(10).
       01  WS-TP-EC-OK                             PIC X VALUE "Y".
      *ID document compliance report
       01  WS-TC-REPORT-NAME                       PIC X(60).
       01  WS-TC-ASOF                              PIC X(10).
       01  WS-TC-DAYS                              PIC 9(3) VALUE 60.
       01  WS-TC-WARN-DATE                         PIC X(10).
       01  WS-TC-DATE-NUM                          PIC 9(8) VALUE 0.
       01  WS-TC-WARN-INT                          PIC 9(8) VALUE 0.
       01  WS-TC-DOC-LABEL                         PIC X(15).
       01  WS-TC-DOC-DATE                          PIC X(10).
       01  WS-TC-ISSUE                             PIC X(60).
       01  WS-TC-EOF                               PIC X VALUE "N".
       01  WS-TC-TENANT-ISSUES                     PIC 9(2) VALUE 0.
       01  WS-TC-TENANTS                           PIC 9(4) VALUE 0.
       01  WS-TC-FLAGGED                           PIC 9(4) VALUE 0.
       01  WS-TC-MISSING                           PIC 9(4) VALUE 0.
       01  WS-TC-EXPIRED                           PIC 9(4) VALUE 0.
       01  WS-TC-EXPIRING                          PIC 9(4) VALUE 0.
       01  WS-TC-DAYS-EDIT                         PIC ZZ9.
      *Emergency roster: occupied rooms in building/floor order
       01  WS-ER-REPORT-NAME                       PIC X(60).
       01  WS-ER-ROOM-TABLE.
           05  WS-ER-ROOM-ENTRY                    OCCURS 1000 TIMES.
               10  WS-ER-ROOM-ID                   PIC X(10).
               10  WS-ER-ROOM-BLDG                 PIC X(1).
               10  WS-ER-ROOM-FLOOR                PIC X(2).
               10  WS-ER-ROOM-DONE                 PIC X.
       01  WS-ER-ROOM-COUNT                        PIC 9(4) VALUE 0.
       01  WS-ER-IDX                               PIC 9(4) VALUE 0.
       01  WS-ER-OVERFLOW                          PIC X VALUE "N".
       01  WS-ER-BLDG-ROOMS                        PIC 9(4) VALUE 0.
       01  WS-ER-FLOOR-X                           PIC X(2).
       01  WS-ER-LOOK-BLDG                         PIC X(1).
       01  WS-ER-TEN-EOF                           PIC X VALUE "N".
       01  WS-ER-FLOOR-COUNT                       PIC 9(4) VALUE 0.
       01  WS-ER-BLDG-COUNT                        PIC 9(4) VALUE 0.
       01  WS-ER-TOTAL                             PIC 9(4) VALUE 0.
       01  WS-ER-NO-CONTACT                        PIC 9(4) VALUE 0.
       01  WS-ER-LEFTOVER                          PIC 9(4) VALUE 0.
       01  WS-ER-COUNT-EDIT                        PIC ZZZ9.


      *WS BUDGET MASTER / VARIANCE REPORT
       01  WS-BU-FILE-STATUS                       PIC XX.
       01  WS-BV-REPORT-NAME                       PIC X(60).
       01  UTIL-BU-CHOICE                          PIC 9.
       01  WS-BU-NEW-YEAR                          PIC 9(4) VALUE 0.
       01  WS-BU-NEW-MONTH                         PIC 9(2) VALUE 0.
       01  WS-RR-TOTAL                             PIC S9(9)
                                                    VALUE 0.
       01  WS-RR-LINES                             PIC 9(5) VALUE 0.
       01  WS-RR-REPORT-NAME                       PIC X(60).
       01  WS-RR-LEASE-SEEN                        PIC X VALUE "N".
       01  WS-RR-MLAB-TABLE.
           05  WS-RR-MLAB                          OCCURS 24 TIMES
       01  WS-TR-EDIT-C                            PIC -(8)9.
       01  WS-TR-EDIT-D                            PIC -(5)9.
       01  WS-TR-LINES                             PIC 9(5) VALUE 0.
       01  WS-TR-REPORT-NAME                       PIC X(60).
       01  WS-TR-ARCH-YEAR                         PIC 9(4).

      *WS IMPORT RUN REGISTRY

      *WS ROOM CONDITION INVENTORY
       01  WS-INV-FILE-STATUS                      PIC XX.
       01  WS-INV-CMP-NAME                         PIC X(60).
       01  WS-INV-DORM-ID                          PIC X(10).
       01  WS-INV-TENANT-ID                        PIC X(10).
       01  WS-INV-PHASE                            PIC X(8).
       01  WS-SP-INV-COUNT                         PIC 9(4) VALUE 0.
       01  WS-SP-SCAN-EOF                          PIC X VALUE "N".
       01  WS-SPL-SCAN-EOF                         PIC X VALUE "N".
       01  WS-SPI-SCAN-EOF                         PIC X VALUE "N".
       01  WS-SP-TEN-NAME                          PIC X(50).
       01  WS-SP-TEN-ROOM                          PIC X(10).
       01  WS-NSF-SRC-DORM-ID                      PIC X(10).
       01  WS-NSF-SRC-TYPE                         PIC X(15).
       01  WS-NSF-SRC-PAID                         PIC S9(7) VALUE 0.
       01  WS-NSF-SRC-NOTES                        PIC X(100).
       01  WS-NSF-SRC-METHOD                       PIC X(10).
       01  WS-NSF-SRC-REF                          PIC X(20).
       01  WS-NSF-SRC-TENANT                       PIC X(10).
       01  WS-NSF-SRC-PAY-DATE                     PIC X(10).
       01  WS-NSF-SEARCH-NOTE                      PIC X(100).
       01  WS-NSF-DATE                             PIC X(10).
       01  WS-NSF-FEE                              PIC 9(5) VALUE 0.

      *WS MONTHLY PERIOD CLOSE
       01  WS-PC-FILE-STATUS                       PIC XX.
       01  WS-PC-SHEET-NAME                        PIC X(60).
       01  WS-PC-MONTH                             PIC X(7).
       01  WS-PC-CHECK-MONTH                       PIC X(7).
       01  WS-MONTH-CLOSED-FLAG                    PIC X VALUE "N".
      *WS GENERAL LEDGER EXPORT
       01  WS-GLMAP-FILE-STATUS                    PIC XX.
       01  WS-GL-JOURNAL-NAME                      PIC X(30).
       01  WS-GL-EXC-NAME                          PIC X(60).
       01  UTIL-GL-CHOICE                          PIC 9.
       01  WS-GL-MONTH                             PIC X(7).
       01  WS-GL-MAP-TABLE.

      *WS BATCH PAYMENT POSTING
       01  WS-BATCH-FILENAME                       PIC X(30).
       01  WS-BATCH-REPORT-NAME                    PIC X(60).
       01  WS-BATCH-FILE-STATUS                    PIC XX.
       01  WS-BATCH-DATE                           PIC X(10).
       01  WS-BATCH-LINE                           PIC X(150).
       01  WS-BATCH-OTHER-FOUND                    PIC X VALUE "N".
      *Separate EOF flag: the tenant check runs inside the batch
      *file read loop, which owns UTIL-EOF

      *WS METER READINGS / TARIFFS
       01  WS-METER-FILE-STATUS                    PIC XX.
       01  WS-RESV-CONFIRM                         PIC X VALUE "N".
       01  WS-RESV-APPLY-CHOICE                    PIC 9.
       01  WS-RESV-NEW-STATUS                      PIC X(10).
       01  WS-RESV-STATUS-DATE                     PIC X(10).
       01  WS-RESV-NET-DEPOSIT                     PIC S9(7) VALUE 0.
       01  WS-ROOM-RESERVED                        PIC X VALUE "N".
       01  WS-RESV-CHECK-DORM                      PIC X(10).
       01  WS-LEGACY-HIST-STATUS                   PIC XX.
       01  WS-HIST-CONVERT-COUNT                   PIC 9(6) VALUE 0.
       01  WS-HIST-CONVERT-CONFIRM                 PIC X VALUE "N".
       01  WS-TENANT-FILE-STATUS                   PIC XX.
       01  WS-LEGACY-TEN-STATUS                    PIC XX.
       01  WS-TEN-CONVERT-COUNT                    PIC 9(6) VALUE 0.
       01  WS-TEN-CONVERT-CONFIRM                  PIC X VALUE "N".
       01  WS-TEN-NAME-LEN                         PIC 9(2) VALUE 0.
      *WS LEGACY VOID NOTE REPAIR (CONVERT-HISTORY-FILE ONLY)
       01  WS-CVT-ID-TABLE.
           05  WS-CVT-ENTRY                        OCCURS 20000
       01  WS-CVT-REPAIRED                         PIC 9(5) VALUE 0.
       01  WS-CVT-FULL                             PIC X VALUE "N".

      *WS TEMP TENANT (EDIT-TENANTS entry fields)
       01  TEMP-NAME                               PIC X(50).
       01  TEMP-AGE                                PIC 9(2).
       01  TEMP-GENDER                             PIC X(15).
       01  TEMP-CONTACT-NUM                        PIC X(12).
       01  TEMP-ASSIGNED-D-ID                      PIC X(20).
       01  TEMP-OLD-D-ID                           PIC X(20).
       01  TEMP-ROOM-MOVE                          PIC X VALUE "N".
       01  TEMP-REWRITE-OK                         PIC X VALUE "N".

      *WS TEMP DORM
       01  TEMP-FLOOR                              PIC X(2).
       01  TEMP-ROOM-NUM                           PIC X(3).
       01  WS-DEPOSIT-RENT-PART                     PIC S9(7) VALUE 0.
       01  WS-DEPOSIT-ELEC-PART                     PIC S9(7) VALUE 0.
       01  WS-DEPOSIT-WATER-PART                    PIC S9(7) VALUE 0.
       01  WS-DEPOSIT-KEY-PART                      PIC S9(7) VALUE 0.
       01  WS-DEPOSIT-CARD-PART                     PIC S9(7) VALUE 0.
       01  WS-DEPOSIT-SLOT-TOT                      PIC S9(7) VALUE 0.
       01  WS-DEPOSIT-SLOT-TABLE.
           05  WS-DEPOSIT-SLOT-PART                 PIC S9(7)
                                                    OCCURS 4 TIMES.
       01  WS-DEPOSIT-CHOICE                        PIC 9.
       01  WS-DEPOSIT-DATE                          PIC X(10).
       01  WS-DEPOSIT-COUNT                         PIC 9(4) VALUE 0.

      *WS DAILY CLOSE-OUT
       01  WS-CLOSEOUT-FILE-STATUS                  PIC XX.
       01  WS-CO-SHEET-NAME                         PIC X(60).
       01  WS-CO-DATE                               PIC X(10).
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY                         OCCURS 200 TIMES.

      *WS BULK UTILITY CHARGE IMPORT
       01  WS-IMPORT-FILENAME                       PIC X(30).
       01  WS-IMP-REJECT-NAME                       PIC X(60).
       01  WS-IMPORT-FILE-STATUS                    PIC XX.
       01  WS-IMP-TYPE-CHOICE                       PIC 9.
       01  WS-IMP-TYPE                              PIC X(15).
       01  UTIL-SY-CHOICE                           PIC 99.
       01  WS-AUDIT-LINE                            PIC X(100).
       01  WS-AUDIT-EXCEPTION-COUNT                 PIC 9(5) VALUE 0.
       01  WS-AUDIT-REPORT-NAME                     PIC X(60).
       01  WS-AUDIT-TENANT-TABLE.
           05  WS-AUDIT-TENANT-ENTRY               OCCURS 9999 TIMES.
               10  WS-AUDIT-T-DORM-ID              PIC X(10).
       01  WS-VALIDATE-DAY                          PIC 9(2).

       PROCEDURE DIVISION.
      *    A stream name on the command line (NIGHTLY or MONTHSTART,
      *    optionally followed by a YYYY-MM-DD run date) runs the
      *    unattended job stream for the scheduler instead of the
      *    sign-on menu.
           MOVE SPACES TO WS-JOB-COMMAND-LINE.
           ACCEPT WS-JOB-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-JOB-COMMAND-LINE NOT = SPACES
               PERFORM RUN-BATCH-JOB-STREAM
               MOVE WS-JOB-MAX-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STARTUP-RECOVERY-CHECK.
           PERFORM LOAD-TRANSACTION-COUNTER.
           PERFORM GET-OPERATOR-ID.


      *============================
      *FUNCTION: UNATTENDED BATCH JOB STREAM
      *============================
      *Started by the scheduler with the stream name on the command
      *line. Runs the stream's steps in order under the system
      *operator id, logs each step's start and end to joblog.dat,
      *and stops at the first failed step; the next run picks up at
      *that step instead of repeating the ones that completed.
       RUN-BATCH-JOB-STREAM.
           MOVE SPACES TO WS-JOB-STREAM
           MOVE SPACES TO WS-JOB-DATE-ARG
           UNSTRING WS-JOB-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-JOB-STREAM WS-JOB-DATE-ARG
           END-UNSTRING
           INSPECT WS-JOB-STREAM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM JOB-LOAD-STREAM-STEPS
           IF WS-JOB-STEP-COUNT = 0
               DISPLAY "UNKNOWN JOB STREAM: " WS-JOB-STREAM
               DISPLAY "USE NIGHTLY OR MONTHSTART, OPTIONALLY "
                       "FOLLOWED BY A RUN DATE (YYYY-MM-DD)."
               MOVE 16 TO WS-JOB-MAX-RC
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-JOB-RUN-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-JOB-RUN-DATE
           END-STRING
           IF WS-JOB-DATE-ARG NOT = SPACES
               MOVE WS-JOB-DATE-ARG TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID RUN DATE " WS-JOB-DATE-ARG
                           ". USE FORMAT YYYY-MM-DD."
                   MOVE 16 TO WS-JOB-MAX-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-JOB-DATE-ARG TO WS-JOB-RUN-DATE
           END-IF

           *> Everything the steps post, print or log is signed by
           *> the system operator, which runs with manager rights
           MOVE "Y" TO WS-JOB-UNATTENDED
           MOVE WS-JOB-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE "MANAGER" TO WS-OPERATOR-ROLE

           PERFORM STARTUP-RECOVERY-CHECK
           PERFORM LOAD-TRANSACTION-COUNTER
           PERFORM LOAD-SYSTEM-PARAMETERS

           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
           MOVE "SIGNON" TO WS-SE-EVENT
           PERFORM LOG-SESSION-EVENT

           DISPLAY "=========================================="
           DISPLAY "  BATCH JOB STREAM " WS-JOB-STREAM
                   " RUN DATE " WS-JOB-RUN-DATE
           DISPLAY "=========================================="

           *> A stream that failed, or died while a step was
           *> running, resumes at that step and keeps the run date
           *> it started with
           MOVE 1 TO WS-JOB-START-STEP
           MOVE "FRESH" TO WS-JOB-STEP-STATUS
           PERFORM JOB-READ-CHECKPOINT
           IF WS-JOB-CHK-FOUND = "Y"
               EVALUATE TRUE
                   WHEN (WS-JOB-CHK-STATUS = "FAILED" OR
                         WS-JOB-CHK-STATUS = "RUNNING" OR
                         WS-JOB-CHK-STATUS = "PENDING") AND
                        WS-JOB-CHK-STEP >= 1 AND
                        WS-JOB-CHK-STEP <= WS-JOB-STEP-COUNT
                       MOVE WS-JOB-CHK-STEP TO WS-JOB-START-STEP
                       MOVE "RESUME" TO WS-JOB-STEP-STATUS
                       IF WS-JOB-DATE-ARG = SPACES
                           MOVE WS-JOB-CHK-DATE TO WS-JOB-RUN-DATE
                       END-IF
                       DISPLAY "PREVIOUS RUN OF " WS-JOB-CHK-DATE
                               " STOPPED AT STEP "
                               WS-JOB-CHK-STEP " ("
                               FUNCTION TRIM(WS-JOB-CHK-STATUS)
                               "). RESUMING THERE."
                   WHEN WS-JOB-CHK-STATUS = "COMPLETE" AND
                        WS-JOB-CHK-DATE = WS-JOB-RUN-DATE
                       DISPLAY "STREAM " WS-JOB-STREAM
                               " ALREADY COMPLETED FOR "
                               WS-JOB-RUN-DATE ". NOTHING TO DO."
                       MOVE 4 TO WS-JOB-MAX-RC
                       MOVE 0 TO WS-JOB-STEP-IDX
                       MOVE 0 TO WS-JOB-STEP-RECORDS
                       MOVE 4 TO WS-JOB-STEP-RC
                       MOVE "BEGIN" TO WS-JOB-EVENT
                       MOVE "SKIPPED" TO WS-JOB-STEP-STATUS
                       PERFORM JOB-WRITE-STEP-LOG
                       PERFORM JOB-SIGN-OFF
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           *> Billing defaults: billed on the run date, due on the
           *> standard due day of the same month
           MOVE WS-JOB-RUN-DATE TO WS-BILL-DATE
           MOVE WS-JOB-RUN-DATE TO WS-BILL-DUE-DATE
           MOVE WS-JOB-RUN-DATE(9:2) TO WS-JOB-RUN-DAY
           IF WS-JOB-RUN-DAY < WS-JOB-DUE-DAY
               MOVE WS-JOB-DUE-DAY TO WS-BILL-DUE-DATE(9:2)
           END-IF

           *> The whole stream runs under one update lock; the
           *> steps' own lock calls just nest inside it
           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "UPDATE LOCK HELD BY " WS-LOCK-HOLDER
                       ". STREAM NOT STARTED; RERUN WHEN FREE."
               MOVE 8 TO WS-JOB-MAX-RC
               MOVE 0 TO WS-JOB-STEP-IDX
               MOVE 0 TO WS-JOB-STEP-RECORDS
               MOVE 8 TO WS-JOB-STEP-RC
               MOVE "BEGIN" TO WS-JOB-EVENT
               MOVE "FAILED" TO WS-JOB-STEP-STATUS
               PERFORM JOB-WRITE-STEP-LOG
               PERFORM JOB-SIGN-OFF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JOB-START-STEP TO WS-JOB-STEP-IDX
           MOVE 0 TO WS-JOB-STEP-RECORDS
           MOVE 0 TO WS-JOB-STEP-RC
           MOVE "BEGIN" TO WS-JOB-EVENT
           PERFORM JOB-WRITE-STEP-LOG

           MOVE "N" TO WS-JOB-STOPPED
           PERFORM VARYING WS-JOB-STEP-IDX FROM WS-JOB-START-STEP
                   BY 1
                   UNTIL WS-JOB-STEP-IDX > WS-JOB-STEP-COUNT OR
                         WS-JOB-STOPPED = "Y"
               PERFORM JOB-RUN-ONE-STEP
           END-PERFORM

           IF WS-JOB-STOPPED = "N"
               MOVE "COMPLETE" TO WS-JOB-CHK-STATUS
               MOVE WS-JOB-STEP-COUNT TO WS-JOB-CHK-STEP
               PERFORM JOB-WRITE-CHECKPOINT
               MOVE "COMPLETE" TO WS-JOB-STEP-STATUS
           ELSE
               MOVE "STOPPED" TO WS-JOB-STEP-STATUS
           END-IF

           MOVE WS-JOB-STEP-COUNT TO WS-JOB-STEP-IDX
           MOVE 0 TO WS-JOB-STEP-RECORDS
           MOVE WS-JOB-MAX-RC TO WS-JOB-STEP-RC
           MOVE "FINISH" TO WS-JOB-EVENT
           PERFORM JOB-WRITE-STEP-LOG

           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY " "
           DISPLAY "JOB STREAM " WS-JOB-STREAM " "
                   FUNCTION TRIM(WS-JOB-STEP-STATUS)
                   ". HIGHEST RETURN CODE: " WS-JOB-MAX-RC
           PERFORM JOB-SIGN-OFF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM - STEP LIST PER STREAM
      *============================
       JOB-LOAD-STREAM-STEPS.
           MOVE 0 TO WS-JOB-STEP-COUNT
           MOVE SPACES TO WS-JOB-STEP-TABLE
           EVALUATE WS-JOB-STREAM
               WHEN "NIGHTLY"
                   MOVE "EXPIRE-RESERVATIONS"
                       TO WS-JOB-STEP-NAME(1)
                   MOVE "GENERATE-PAYMENT-REMINDERS"
                       TO WS-JOB-STEP-NAME(2)
                   MOVE "GENERATE-DUNNING-NOTICES"
                       TO WS-JOB-STEP-NAME(3)
                   MOVE "AUDIT-DATA-INTEGRITY"
                       TO WS-JOB-STEP-NAME(4)
                   MOVE "END-OF-DAY-BACKUP"
                       TO WS-JOB-STEP-NAME(5)
                   MOVE 5 TO WS-JOB-STEP-COUNT
               WHEN "MONTHSTART"
                   *> Month-start does the billing first, then the
                   *> whole nightly routine against the new balances
                   MOVE "MONTH-END-DUE-DATE-ROLLOVER"
                       TO WS-JOB-STEP-NAME(1)
                   MOVE "MONTH-START-BILLING-RUN"
                       TO WS-JOB-STEP-NAME(2)
                   MOVE "CREDIT-APPLY-ALL-RUN"
                       TO WS-JOB-STEP-NAME(3)
                   MOVE "EXPIRE-RESERVATIONS"
                       TO WS-JOB-STEP-NAME(4)
                   MOVE "GENERATE-PAYMENT-REMINDERS"
                       TO WS-JOB-STEP-NAME(5)
                   MOVE "GENERATE-DUNNING-NOTICES"
                       TO WS-JOB-STEP-NAME(6)
                   MOVE "AUDIT-DATA-INTEGRITY"
                       TO WS-JOB-STEP-NAME(7)
                   MOVE "END-OF-DAY-BACKUP"
                       TO WS-JOB-STEP-NAME(8)
                   MOVE 8 TO WS-JOB-STEP-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM - RUN ONE STEP
      *============================
       JOB-RUN-ONE-STEP.
           MOVE 0 TO WS-JOB-STEP-RC
           MOVE 0 TO WS-JOB-STEP-RECORDS
           MOVE "RUNNING" TO WS-JOB-CHK-STATUS
           MOVE WS-JOB-STEP-IDX TO WS-JOB-CHK-STEP
           PERFORM JOB-WRITE-CHECKPOINT
           MOVE "START" TO WS-JOB-EVENT
           MOVE SPACES TO WS-JOB-STEP-STATUS
           PERFORM JOB-WRITE-STEP-LOG

           DISPLAY " "
           DISPLAY "STEP " WS-JOB-STEP-IDX " "
                   FUNCTION TRIM(WS-JOB-STEP-NAME(WS-JOB-STEP-IDX))
                   " STARTED"

           *> Every step but the backup works the room master; a
           *> missing or unreadable dorm file fails the step
           IF WS-JOB-STEP-NAME(WS-JOB-STEP-IDX) NOT =
                  "END-OF-DAY-BACKUP"
               OPEN INPUT DORM-FILE
               IF WS-DORM-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: dorm.dat COULD NOT BE OPENED "
                           "(STATUS " WS-DORM-FILE-STATUS ")."
                   MOVE 8 TO WS-JOB-STEP-RC
               ELSE
                   CLOSE DORM-FILE
               END-IF
           END-IF

           IF WS-JOB-STEP-RC < 8
               EVALUATE WS-JOB-STEP-NAME(WS-JOB-STEP-IDX)
                   WHEN "MONTH-END-DUE-DATE-ROLLOVER"
                       PERFORM MONTH-END-DUE-DATE-ROLLOVER
                       MOVE WS-ROLLOVER-COUNT
                           TO WS-JOB-STEP-RECORDS
                   WHEN "MONTH-START-BILLING-RUN"
                       PERFORM MONTH-START-BILLING-RUN
                       MOVE WS-BILL-COUNT TO WS-JOB-STEP-RECORDS
                   WHEN "CREDIT-APPLY-ALL-RUN"
                       PERFORM CREDIT-APPLY-ALL-RUN
                       MOVE WS-CR-APPLIED-RUN
                           TO WS-JOB-STEP-RECORDS
                   WHEN "EXPIRE-RESERVATIONS"
                       PERFORM EXPIRE-RESERVATIONS
                       MOVE WS-RESV-EXPIRED TO WS-JOB-STEP-RECORDS
                   WHEN "GENERATE-PAYMENT-REMINDERS"
                       PERFORM GENERATE-PAYMENT-REMINDERS
                       MOVE WS-REM-COUNT TO WS-JOB-STEP-RECORDS
                   WHEN "GENERATE-DUNNING-NOTICES"
                       PERFORM GENERATE-DUNNING-NOTICES
                       MOVE WS-NOTICE-COUNT TO WS-JOB-STEP-RECORDS
                   WHEN "AUDIT-DATA-INTEGRITY"
                       PERFORM AUDIT-DATA-INTEGRITY
                       MOVE WS-AUDIT-EXCEPTION-COUNT
                           TO WS-JOB-STEP-RECORDS
                       *> Exceptions are for the morning review,
                       *> not a reason to stop the stream
                       IF WS-AUDIT-EXCEPTION-COUNT > 0 AND
                          WS-JOB-STEP-RC < 4
                           MOVE 4 TO WS-JOB-STEP-RC
                       END-IF
                   WHEN "END-OF-DAY-BACKUP"
                       PERFORM END-OF-DAY-BACKUP
                       MOVE "backup/dorm.dat" TO WS-PROBE-FILENAME
                       PERFORM PROBE-FILE-EXISTS
                       IF WS-PROBE-EXISTS = "N"
                           DISPLAY "ERROR: THE BACKUP SET WAS NOT "
                                   "WRITTEN."
                           MOVE 8 TO WS-JOB-STEP-RC
                       END-IF
                   WHEN OTHER
                       DISPLAY "ERROR: NO SUCH STEP "
                               WS-JOB-STEP-NAME(WS-JOB-STEP-IDX)
                       MOVE 8 TO WS-JOB-STEP-RC
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WS-JOB-STEP-RC = 0
                   MOVE "OK" TO WS-JOB-STEP-STATUS
               WHEN WS-JOB-STEP-RC < 8
                   MOVE "WARNING" TO WS-JOB-STEP-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO WS-JOB-STEP-STATUS
           END-EVALUATE
           IF WS-JOB-STEP-RC > WS-JOB-MAX-RC
               MOVE WS-JOB-STEP-RC TO WS-JOB-MAX-RC
           END-IF

           MOVE "END" TO WS-JOB-EVENT
           PERFORM JOB-WRITE-STEP-LOG
           DISPLAY "STEP " WS-JOB-STEP-IDX " "
                   FUNCTION TRIM(WS-JOB-STEP-NAME(WS-JOB-STEP-IDX))
                   " ENDED " FUNCTION TRIM(WS-JOB-STEP-STATUS)
                   " (RC " WS-JOB-STEP-RC ", RECORDS "
                   WS-JOB-STEP-RECORDS ")"

           *> A failed step stops the stream and is where the next
           *> run starts; otherwise the next step is marked pending
           *> so a crash between steps does not repeat this one
           IF WS-JOB-STEP-RC >= 8
               MOVE "FAILED" TO WS-JOB-CHK-STATUS
               MOVE WS-JOB-STEP-IDX TO WS-JOB-CHK-STEP
               PERFORM JOB-WRITE-CHECKPOINT
               MOVE "Y" TO WS-JOB-STOPPED
           ELSE
               IF WS-JOB-STEP-IDX < WS-JOB-STEP-COUNT
                   MOVE "PENDING" TO WS-JOB-CHK-STATUS
                   COMPUTE WS-JOB-CHK-STEP = WS-JOB-STEP-IDX + 1
                   PERFORM JOB-WRITE-CHECKPOINT
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM - READ THE STREAM'S CHECKPOINT
      *============================
       JOB-READ-CHECKPOINT.
           MOVE "N" TO WS-JOB-CHK-FOUND
           MOVE SPACES TO WS-JOB-CHK-STATUS
           MOVE SPACES TO WS-JOB-CHK-DATE
           MOVE 0 TO WS-JOB-CHK-STEP
           MOVE SPACES TO WS-JOB-CHK-NAME
           STRING "jobchk_" DELIMITED BY SIZE
                  WS-JOB-STREAM DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-JOB-CHK-NAME
           END-STRING
           OPEN INPUT JOB-CHECKPOINT-FILE
           IF WS-JOBCHK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JOB-CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-JOB-CHK-FOUND
                   MOVE JC-STATUS TO WS-JOB-CHK-STATUS
                   MOVE JC-RUN-DATE TO WS-JOB-CHK-DATE
                   IF JC-STEP-NO IS NUMERIC
                       MOVE JC-STEP-NO TO WS-JOB-CHK-STEP
                   END-IF
           END-READ
           CLOSE JOB-CHECKPOINT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM - REWRITE THE STREAM'S CHECKPOINT
      *============================
      *Caller sets WS-JOB-CHK-STATUS and WS-JOB-CHK-STEP.
       JOB-WRITE-CHECKPOINT.
           PERFORM JOB-STAMP-NOW
           MOVE SPACES TO WS-JOB-CHK-NAME
           STRING "jobchk_" DELIMITED BY SIZE
                  WS-JOB-STREAM DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-JOB-CHK-NAME
           END-STRING
           MOVE WS-JOB-STREAM TO JC-STREAM
           MOVE WS-JOB-RUN-DATE TO JC-RUN-DATE
           MOVE WS-JOB-CHK-STATUS TO JC-STATUS
           MOVE WS-JOB-CHK-STEP TO JC-STEP-NO
           MOVE SPACES TO JC-STEP-NAME
           IF WS-JOB-CHK-STEP >= 1 AND
              WS-JOB-CHK-STEP <= WS-JOB-STEP-COUNT
               MOVE WS-JOB-STEP-NAME(WS-JOB-CHK-STEP)
                   TO JC-STEP-NAME
           END-IF
           MOVE WS-JOB-TIMESTAMP TO JC-TIMESTAMP
           OPEN OUTPUT JOB-CHECKPOINT-FILE
           WRITE JOB-CHECKPOINT-RECORD
           CLOSE JOB-CHECKPOINT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM - APPEND ONE STEP LOG ROW
      *============================
      *Caller sets WS-JOB-EVENT, WS-JOB-STEP-IDX (0 for the stream
      *itself), WS-JOB-STEP-RECORDS, WS-JOB-STEP-RC and
      *WS-JOB-STEP-STATUS.
       JOB-WRITE-STEP-LOG.
           PERFORM JOB-STAMP-NOW
           MOVE WS-JOB-STREAM TO JL-STREAM
           MOVE WS-JOB-RUN-DATE TO JL-RUN-DATE
           MOVE WS-JOB-STEP-IDX TO JL-STEP-NO
           IF WS-JOB-EVENT = "BEGIN" OR WS-JOB-EVENT = "FINISH"
               MOVE "JOB STREAM" TO JL-STEP-NAME
           ELSE
               MOVE WS-JOB-STEP-NAME(WS-JOB-STEP-IDX)
                   TO JL-STEP-NAME
           END-IF
           MOVE WS-JOB-EVENT TO JL-EVENT
           MOVE WS-JOB-TIMESTAMP TO JL-TIMESTAMP
           MOVE WS-JOB-STEP-RECORDS TO JL-RECORDS
           MOVE WS-JOB-STEP-RC TO JL-RC
           MOVE WS-JOB-STEP-STATUS TO JL-STATUS
           MOVE WS-OPERATOR-ID TO JL-OPERATOR
           OPEN EXTEND JOB-STEP-LOG-FILE
           WRITE JOB-STEP-LOG-RECORD
           CLOSE JOB-STEP-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM - CURRENT TIMESTAMP
      *============================
       JOB-STAMP-NOW.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-JOB-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-JOB-TIMESTAMP
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM - SIGN THE SYSTEM OPERATOR OFF
      *============================
       JOB-SIGN-OFF.
           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
           MOVE "SIGNOFF" TO WS-SE-EVENT
           PERFORM LOG-SESSION-EVENT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: JOB STREAM STEP LOG INQUIRY
      *============================
       JOB-STEP-LOG-INQUIRY.
           DISPLAY "=========================================="
           DISPLAY "        BATCH JOB STREAM STEP LOG"
           DISPLAY "=========================================="

           *> Where each stream stands for its next run
           MOVE "NIGHTLY" TO WS-JOB-STREAM
           PERFORM JOB-LOAD-STREAM-STEPS
           PERFORM JOB-READ-CHECKPOINT
           IF WS-JOB-CHK-FOUND = "Y"
               DISPLAY "NIGHTLY    LAST RUN " WS-JOB-CHK-DATE " "
                       WS-JOB-CHK-STATUS " AT STEP "
                       WS-JOB-CHK-STEP
           ELSE
               DISPLAY "NIGHTLY    NEVER RUN"
           END-IF
           MOVE "MONTHSTART" TO WS-JOB-STREAM
           PERFORM JOB-LOAD-STREAM-STEPS
           PERFORM JOB-READ-CHECKPOINT
           IF WS-JOB-CHK-FOUND = "Y"
               DISPLAY "MONTHSTART LAST RUN " WS-JOB-CHK-DATE " "
                       WS-JOB-CHK-STATUS " AT STEP "
                       WS-JOB-CHK-STEP
           ELSE
               DISPLAY "MONTHSTART NEVER RUN"
           END-IF

           DISPLAY " "
           DISPLAY "STREAM (NIGHTLY/MONTHSTART, EMPTY FOR ALL): "
           MOVE SPACES TO WS-JOB-FILTER
           ACCEPT WS-JOB-FILTER
           INSPECT WS-JOB-FILTER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "RUN DATE FROM (YYYY-MM-DD, EMPTY FOR ALL): "
           MOVE SPACES TO WS-JOB-DATE-ARG
           ACCEPT WS-JOB-DATE-ARG

           DISPLAY " "
           DISPLAY "STREAM     RUN DATE   ## STEP"
           DISPLAY "           EVENT  TIMESTAMP           RECORDS "
                   "RC STATUS"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-JOB-VIEW-COUNT
           OPEN INPUT JOB-STEP-LOG-FILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
               DISPLAY "NO JOB STREAM HAS RUN YET."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ JOB-STEP-LOG-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF (WS-JOB-FILTER = SPACES OR
                               JL-STREAM = WS-JOB-FILTER) AND
                              (WS-JOB-DATE-ARG = SPACES OR
                               JL-RUN-DATE >= WS-JOB-DATE-ARG)
                               ADD 1 TO WS-JOB-VIEW-COUNT
                               DISPLAY JL-STREAM " " JL-RUN-DATE
                                       " " JL-STEP-NO " "
                                       JL-STEP-NAME
                               DISPLAY "           " JL-EVENT " "
                                       JL-TIMESTAMP " "
                                       JL-RECORDS "  " JL-RC " "
                                       JL-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STEP-LOG-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "LOG ROWS LISTED: " WS-JOB-VIEW-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LOAD SYSTEM PARAMETERS IN FORCE
      *============================
      *Sets the business-rule fields (late fee percent, PIN lockout
      *limit, reminder lead days, meter spike percent, budget
      *variance percent, NSF fee) from the parameter master as of
      *the business date. Codes with nothing on file keep their
      *standard defaults.
       LOAD-SYSTEM-PARAMETERS.
           IF WS-JOB-UNATTENDED = "Y"
               MOVE WS-JOB-RUN-DATE TO WS-PARM-AS-OF
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-PARM-AS-OF
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-PARM-AS-OF
               END-STRING
           END-IF

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
               MOVE WS-PARM-DEFAULT(WS-PARM-IDX)
                   TO WS-PARM-VALUE(WS-PARM-IDX)
               MOVE SPACES TO WS-PARM-EFF-DATE(WS-PARM-IDX)
               MOVE 0 TO WS-PARM-NEXT-VALUE(WS-PARM-IDX)
               MOVE SPACES TO WS-PARM-NEXT-DATE(WS-PARM-IDX)
           END-PERFORM

           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           PERFORM PARM-APPLY-ROW
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF

           MOVE WS-PARM-VALUE(1) TO WS-LATE-FEE-PCT
           MOVE WS-PARM-VALUE(2) TO WS-LOCKOUT-LIMIT
           MOVE WS-PARM-VALUE(3) TO WS-PARM-REM-DAYS
           MOVE WS-PARM-VALUE(4) TO WS-MT-SPIKE-PCT
           MOVE WS-PARM-VALUE(5) TO WS-PARM-BV-PCT
           MOVE WS-PARM-VALUE(6) TO WS-NSF-FEE-DEFAULT
           MOVE WS-PARM-VALUE(7) TO WS-PARM-PLAN-GRACE
           MOVE WS-PARM-VALUE(8) TO WS-PARM-KEY-FEE
           MOVE WS-PARM-VALUE(9) TO WS-PARM-CARD-FEE
           MOVE WS-PARM-VALUE(10) TO WS-PARM-GUEST-FREE
           MOVE WS-PARM-VALUE(11) TO WS-PARM-GUEST-FEE
           MOVE WS-PARM-VALUE(12) TO WS-PARM-GUEST-LIMIT
           MOVE WS-PARM-VALUE(13) TO WS-PARM-BIZ-OPEN
           MOVE WS-PARM-VALUE(14) TO WS-PARM-BIZ-CLOSE
           MOVE WS-PARM-VALUE(15) TO WS-PARM-RPT-KEEP
           MOVE WS-PARM-VALUE(16) TO WS-PARM-PRIV-YEARS
           MOVE WS-PARM-VALUE(17) TO WS-PARM-UTIL-PCT
           MOVE WS-PARM-VALUE(18) TO WS-PARM-ID-DAYS
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PARAMETERS - TAKE ONE ROW INTO THE TABLE
      *============================
       PARM-APPLY-ROW.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT OR
                         WS-PARM-CODE(WS-PARM-IDX) = PR-CODE
               CONTINUE
           END-PERFORM
           IF WS-PARM-IDX > WS-PARM-COUNT OR
              PR-VALUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           *> Same effective date twice: the later row is the
           *> correction and wins
           IF PR-EFFECTIVE-DATE <= WS-PARM-AS-OF
               IF PR-EFFECTIVE-DATE >= WS-PARM-EFF-DATE(WS-PARM-IDX)
                   MOVE PR-VALUE TO WS-PARM-VALUE(WS-PARM-IDX)
                   MOVE PR-EFFECTIVE-DATE
                       TO WS-PARM-EFF-DATE(WS-PARM-IDX)
               END-IF
           ELSE
               IF WS-PARM-NEXT-DATE(WS-PARM-IDX) = SPACES OR
                  PR-EFFECTIVE-DATE <= WS-PARM-NEXT-DATE(WS-PARM-IDX)
                   MOVE PR-VALUE TO WS-PARM-NEXT-VALUE(WS-PARM-IDX)
                   MOVE PR-EFFECTIVE-DATE
                       TO WS-PARM-NEXT-DATE(WS-PARM-IDX)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SYSTEM PARAMETER MAINTENANCE
      *============================
       SYSTEM-PARAMETER-MAINTENANCE.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE 99 TO WS-PARM-CHOICE
           PERFORM UNTIL WS-PARM-CHOICE = 0
               PERFORM LOAD-SYSTEM-PARAMETERS
               PERFORM CLEAR-SCREEN
               DISPLAY "=========================================="
               DISPLAY "        SYSTEM PARAMETERS"
               DISPLAY "=========================================="
               DISPLAY "Business rules used by payments, sign-on, "
                       "reminders, meter readings, payment plans, "
                       "key and card fees, guest nights, the "
                       "controls report's business hours, the "
                       "budget report, how long old report "
                       "files are kept, how long former "
                       "tenants' personal data is kept, the "
                       "utility cost recovery floor and how early "
                       "expiring identity documents are flagged. "
                       "Changes take effect on the date given and "
                       "are kept in the audit journal."
               DISPLAY " "
               DISPLAY "AS OF " WS-PARM-AS-OF
               DISPLAY "## CODE       DESCRIPTION          "
                       "VALUE SINCE"
               DISPLAY "----------------------------------------"
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > WS-PARM-COUNT
                   MOVE WS-PARM-VALUE(WS-PARM-IDX)
                       TO WS-PARM-VALUE-EDIT
                   IF WS-PARM-EFF-DATE(WS-PARM-IDX) = SPACES
                       DISPLAY WS-PARM-IDX " "
                               WS-PARM-CODE(WS-PARM-IDX) " "
                               WS-PARM-DESC(WS-PARM-IDX) " "
                               WS-PARM-VALUE-EDIT " (STANDARD)"
                   ELSE
                       DISPLAY WS-PARM-IDX " "
                               WS-PARM-CODE(WS-PARM-IDX) " "
                               WS-PARM-DESC(WS-PARM-IDX) " "
                               WS-PARM-VALUE-EDIT " "
                               WS-PARM-EFF-DATE(WS-PARM-IDX)
                   END-IF
                   IF WS-PARM-NEXT-DATE(WS-PARM-IDX) NOT = SPACES
                       MOVE WS-PARM-NEXT-VALUE(WS-PARM-IDX)
                           TO WS-PARM-VALUE-EDIT
                       DISPLAY "              CHANGES TO "
                               WS-PARM-VALUE-EDIT " ON "
                               WS-PARM-NEXT-DATE(WS-PARM-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "----------------------------------------"
               DISPLAY "PARAMETER TO CHANGE (0 TO RETURN): "
               MOVE 0 TO WS-PARM-CHOICE
               ACCEPT WS-PARM-CHOICE
               IF WS-PARM-CHOICE > WS-PARM-COUNT
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
               ELSE
                   IF WS-PARM-CHOICE > 0
                       PERFORM PARM-CHANGE-ONE
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PARAMETERS - KEY ONE CHANGE
      *============================
       PARM-CHANGE-ONE.
           MOVE WS-PARM-CHOICE TO WS-PARM-IDX
           MOVE WS-PARM-VALUE(WS-PARM-IDX) TO WS-PARM-VALUE-EDIT
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-PARM-DESC(WS-PARM-IDX))
                   " IS NOW " FUNCTION TRIM(WS-PARM-VALUE-EDIT)

           MOVE WS-PARM-MIN(WS-PARM-IDX) TO WS-PARM-VALUE-EDIT
           MOVE WS-PARM-MAX(WS-PARM-IDX) TO WS-PARM-VALUE-EDIT-2
           DISPLAY "NEW VALUE (" FUNCTION TRIM(WS-PARM-VALUE-EDIT)
                   " - " FUNCTION TRIM(WS-PARM-VALUE-EDIT-2) "): "
           MOVE 0 TO WS-PARM-NEW-VALUE
           ACCEPT WS-PARM-NEW-VALUE
           PERFORM UNTIL WS-PARM-NEW-VALUE >=
                             WS-PARM-MIN(WS-PARM-IDX) AND
                         WS-PARM-NEW-VALUE <=
                             WS-PARM-MAX(WS-PARM-IDX)
               DISPLAY "OUT OF RANGE. ENTER "
                       FUNCTION TRIM(WS-PARM-VALUE-EDIT) " - "
                       FUNCTION TRIM(WS-PARM-VALUE-EDIT-2) ": "
               MOVE 0 TO WS-PARM-NEW-VALUE
               ACCEPT WS-PARM-NEW-VALUE
           END-PERFORM

           *> Changes apply from today forward; past late fees and
           *> sign-ons were decided under the old value
           DISPLAY "EFFECTIVE DATE (YYYY-MM-DD, EMPTY FOR TODAY): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-PARM-NEW-DATE
               ACCEPT WS-PARM-NEW-DATE
               IF WS-PARM-NEW-DATE = SPACES
                   MOVE WS-PARM-AS-OF TO WS-PARM-NEW-DATE
               END-IF
               MOVE WS-PARM-NEW-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               ELSE
                   IF WS-PARM-NEW-DATE < WS-PARM-AS-OF
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THE DATE CANNOT BE BEFORE TODAY. "
                               "ENTER ANOTHER DATE: "
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-PARM-NEW-VALUE TO WS-PARM-VALUE-EDIT-2
           DISPLAY "SET " FUNCTION TRIM(WS-PARM-CODE(WS-PARM-IDX))
                   " TO " FUNCTION TRIM(WS-PARM-VALUE-EDIT-2)
                   " FROM " WS-PARM-NEW-DATE " (Y/N): "
           ACCEPT WS-PARM-CONFIRM
           INSPECT WS-PARM-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PARM-CONFIRM NOT = "Y"
               DISPLAY "CHANGE CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "CHANGE NOT SAVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM JOB-STAMP-NOW
           MOVE WS-PARM-CODE(WS-PARM-IDX) TO PR-CODE
           MOVE WS-PARM-NEW-VALUE TO PR-VALUE
           MOVE WS-PARM-NEW-DATE TO PR-EFFECTIVE-DATE
           MOVE WS-OPERATOR-ID TO PR-SET-BY
           MOVE WS-JOB-TIMESTAMP TO PR-SET-TIMESTAMP
           OPEN EXTEND PARAMETER-FILE
           WRITE PARAMETER-RECORD
           CLOSE PARAMETER-FILE
           PERFORM RELEASE-UPDATE-LOCK

           MOVE "PARAM" TO WS-AJ-RECORD-TYPE
           MOVE WS-PARM-CODE(WS-PARM-IDX) TO WS-AJ-KEY
           MOVE "EDIT" TO WS-AJ-ACTION
           MOVE WS-PARM-DESC(WS-PARM-IDX) TO WS-AJ-FIELD
           MOVE WS-PARM-VALUE(WS-PARM-IDX) TO WS-PARM-VALUE-EDIT
           MOVE SPACES TO WS-AJ-OLD-VALUE
           IF WS-PARM-EFF-DATE(WS-PARM-IDX) = SPACES
               STRING FUNCTION TRIM(WS-PARM-VALUE-EDIT)
                          DELIMITED BY SIZE
                      " STANDARD" DELIMITED BY SIZE
                      INTO WS-AJ-OLD-VALUE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-PARM-VALUE-EDIT)
                          DELIMITED BY SIZE
                      " FROM " DELIMITED BY SIZE
                      WS-PARM-EFF-DATE(WS-PARM-IDX) DELIMITED BY SIZE
                      INTO WS-AJ-OLD-VALUE
               END-STRING
           END-IF
           MOVE SPACES TO WS-AJ-NEW-VALUE
           STRING FUNCTION TRIM(WS-PARM-VALUE-EDIT-2)
                      DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  WS-PARM-NEW-DATE DELIMITED BY SIZE
                  INTO WS-AJ-NEW-VALUE
           END-STRING
           PERFORM LOG-AUDIT-JOURNAL

           DISPLAY "PARAMETER SAVED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VENDORS AND ACCOUNTS PAYABLE MENU
      *============================
       ACCOUNTS-PAYABLE-MENU.
           PERFORM UNTIL UTIL-AP-CHOICE = 9
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  VENDORS AND ACCOUNTS PAYABLE"
           DISPLAY "=============================="
           DISPLAY "1 - LIST VENDORS"
           DISPLAY "2 - ADD VENDOR"
           DISPLAY "3 - ENTER SUPPLIER INVOICE"
           DISPLAY "4 - LIST OPEN INVOICES / PAYMENTS DUE"
           DISPLAY "5 - LINK WORK ORDER TO INVOICE"
           DISPLAY "6 - SCHEDULE INVOICE PAYMENT"
           DISPLAY "7 - RECORD INVOICE PAYMENT"
           DISPLAY "8 - AP AGING REPORT"
           DISPLAY "9 - BACK"

           DISPLAY "ENTER CHOICE (1 - 9): "
           ACCEPT UTIL-AP-CHOICE

           EVALUATE UTIL-AP-CHOICE
               WHEN 1
                   PERFORM LIST-VENDORS
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM ADD-VENDOR
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM AP-ENTER-INVOICE
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM AP-LIST-INVOICES
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM AP-LINK-WORK-ORDER
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM AP-SCHEDULE-PAYMENT
               WHEN 7
                   PERFORM CLEAR-SCREEN
                   PERFORM AP-RECORD-PAYMENT
               WHEN 8
                   PERFORM CLEAR-SCREEN
                   PERFORM AP-AGING-REPORT
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST VENDORS
      *============================
       LIST-VENDORS.
           DISPLAY " "
           DISPLAY "VENDORS:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-VN-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-FILE-STATUS NOT = "00"
               DISPLAY "NO VENDORS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ VENDOR-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-VN-COUNT
                           DISPLAY VN-ID " | "
                                   FUNCTION TRIM(VN-NAME)
                                   " | TIN " VN-TIN
                                   " | " VN-TERMS-DAYS " DAYS"
                           DISPLAY "    "
                                   FUNCTION TRIM(VN-CONTACT)
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "VENDORS LISTED: " WS-VN-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND ONE VENDOR BY ID
      *============================
      *Caller sets WS-VN-LOOK-ID; leaves WS-VN-FOUND, the vendor's
      *name in WS-VN-NAME-HOLD and terms in WS-VN-TERMS-HOLD.
       VENDOR-FIND.
           MOVE "N" TO WS-VN-FOUND
           MOVE SPACES TO WS-VN-NAME-HOLD
           MOVE 0 TO WS-VN-TERMS-HOLD
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-VN-SCAN-EOF
           PERFORM UNTIL WS-VN-SCAN-EOF = "Y"
               READ VENDOR-FILE
                   AT END
                       MOVE "Y" TO WS-VN-SCAN-EOF
                   NOT AT END
                       IF VN-ID = WS-VN-LOOK-ID
                           MOVE "Y" TO WS-VN-FOUND
                           MOVE VN-NAME TO WS-VN-NAME-HOLD
                           MOVE VN-TERMS-DAYS TO WS-VN-TERMS-HOLD
                           MOVE "Y" TO WS-VN-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD VENDOR
      *============================
       ADD-VENDOR.
           DISPLAY "NEW VENDOR ID (e.g., V001): "
           MOVE SPACES TO WS-VN-NEW-ID
           ACCEPT WS-VN-NEW-ID
           INSPECT WS-VN-NEW-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-VN-NEW-ID = SPACES
               DISPLAY "VENDOR ID CANNOT BE BLANK."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VN-NEW-ID TO WS-VN-LOOK-ID
           PERFORM VENDOR-FIND
           IF WS-VN-FOUND = "Y"
               DISPLAY "ERROR: VENDOR " WS-VN-NEW-ID
                       " ALREADY EXISTS."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VENDOR NAME: "
           MOVE SPACES TO WS-VN-NEW-NAME
           ACCEPT WS-VN-NEW-NAME
           PERFORM UNTIL WS-VN-NEW-NAME NOT = SPACES
               DISPLAY "NAME CANNOT BE BLANK: "
               ACCEPT WS-VN-NEW-NAME
           END-PERFORM
           DISPLAY "CONTACT (PERSON AND NUMBER): "
           MOVE SPACES TO WS-VN-NEW-CONTACT
           ACCEPT WS-VN-NEW-CONTACT
           DISPLAY "TIN: "
           MOVE SPACES TO WS-VN-NEW-TIN
           ACCEPT WS-VN-NEW-TIN
           DISPLAY "PAYMENT TERMS IN DAYS (e.g., 030, 0 FOR COD): "
           MOVE 0 TO WS-VN-NEW-TERMS
           ACCEPT WS-VN-NEW-TERMS

           MOVE WS-VN-NEW-ID      TO VN-ID
           MOVE WS-VN-NEW-NAME    TO VN-NAME
           MOVE WS-VN-NEW-CONTACT TO VN-CONTACT
           MOVE WS-VN-NEW-TIN     TO VN-TIN
           MOVE WS-VN-NEW-TERMS   TO VN-TERMS-DAYS
           OPEN EXTEND VENDOR-FILE
           WRITE VENDOR-RECORD
           CLOSE VENDOR-FILE
           DISPLAY "VENDOR " WS-VN-NEW-ID " ADDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AP - FIND ONE SUPPLIER INVOICE
      *============================
      *Caller sets WS-VN-LOOK-ID and WS-AI-LOOK-INVOICE; leaves
      *WS-AI-FOUND and the invoice's figures in the WS-AI-...-HOLD
      *fields.
       AP-FIND-INVOICE.
           MOVE "N" TO WS-AI-FOUND
           OPEN INPUT AP-INVOICE-FILE
           IF WS-APINV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AI-SCAN-EOF
           PERFORM UNTIL WS-AI-SCAN-EOF = "Y"
               READ AP-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-AI-SCAN-EOF
                   NOT AT END
                       IF AI-VENDOR-ID = WS-VN-LOOK-ID AND
                          AI-INVOICE-NO = WS-AI-LOOK-INVOICE
                           MOVE "Y" TO WS-AI-FOUND
                           MOVE AI-AMOUNT TO WS-AI-AMOUNT-HOLD
                           MOVE AI-PAID-AMT TO WS-AI-PAID-HOLD
                           MOVE AI-STATUS TO WS-AI-STATUS-HOLD
                           MOVE AI-CATEGORY TO WS-AI-CAT-HOLD
                           MOVE AI-DORM-ID TO WS-AI-DORM-HOLD
                           MOVE AI-FLOOR TO WS-AI-FLOOR-HOLD
                           MOVE AI-SCHED-DATE TO WS-AI-SCHED-DATE-HOLD
                           MOVE AI-SCHED-AMT TO WS-AI-SCHED-AMT-HOLD
                           MOVE "Y" TO WS-AI-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-INVOICE-FILE
           COMPUTE WS-AI-BALANCE = WS-AI-AMOUNT-HOLD - WS-AI-PAID-HOLD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AP - ASK FOR VENDOR AND INVOICE NUMBER
      *============================
      *Leaves WS-VN-FOUND / WS-AI-FOUND for the caller to check.
       AP-ASK-INVOICE-KEY.
           MOVE "N" TO WS-AI-FOUND
           DISPLAY "VENDOR ID: "
           MOVE SPACES TO WS-VN-LOOK-ID
           ACCEPT WS-VN-LOOK-ID
           INSPECT WS-VN-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VENDOR-FIND
           IF WS-VN-FOUND = "N"
               DISPLAY "VENDOR " WS-VN-LOOK-ID " NOT FOUND."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INVOICE NUMBER: "
           MOVE SPACES TO WS-AI-LOOK-INVOICE
           ACCEPT WS-AI-LOOK-INVOICE
           INSPECT WS-AI-LOOK-INVOICE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM AP-FIND-INVOICE
           IF WS-AI-FOUND = "N"
               DISPLAY "NO INVOICE " WS-AI-LOOK-INVOICE
                       " ON FILE FOR VENDOR " WS-VN-LOOK-ID "."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ENTER A SUPPLIER INVOICE
      *============================
       AP-ENTER-INVOICE.
           DISPLAY "=========================================="
           DISPLAY "       ENTER SUPPLIER INVOICE"
           DISPLAY "=========================================="
           DISPLAY "VENDOR ID: "
           MOVE SPACES TO WS-VN-LOOK-ID
           ACCEPT WS-VN-LOOK-ID
           INSPECT WS-VN-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VENDOR-FIND
           IF WS-VN-FOUND = "N"
               DISPLAY "VENDOR " WS-VN-LOOK-ID " NOT FOUND. ADD "
                       "THE VENDOR FIRST."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VENDOR: " FUNCTION TRIM(WS-VN-NAME-HOLD)
                   " (TERMS " WS-VN-TERMS-HOLD " DAYS)"

           DISPLAY "SUPPLIER'S INVOICE NUMBER: "
           MOVE SPACES TO WS-AI-LOOK-INVOICE
           ACCEPT WS-AI-LOOK-INVOICE
           INSPECT WS-AI-LOOK-INVOICE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-AI-LOOK-INVOICE = SPACES
               DISPLAY "INVOICE NUMBER CANNOT BE BLANK."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> The same bill keyed twice would be paid twice
           PERFORM AP-FIND-INVOICE
           IF WS-AI-FOUND = "Y"
               DISPLAY "ERROR: INVOICE " WS-AI-LOOK-INVOICE
                       " FROM VENDOR " WS-VN-LOOK-ID
                       " IS ALREADY ON FILE ("
                       FUNCTION TRIM(WS-AI-STATUS-HOLD) ")."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "INVOICE DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-AI-NEW-DATE
               ACCEPT WS-AI-NEW-DATE
               MOVE WS-AI-NEW-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           *> Due date defaults to the invoice date plus the
           *> vendor's terms
           MOVE WS-AI-NEW-DATE(1:4) TO WS-AI-DATE-NUM(1:4)
           MOVE WS-AI-NEW-DATE(6:2) TO WS-AI-DATE-NUM(5:2)
           MOVE WS-AI-NEW-DATE(9:2) TO WS-AI-DATE-NUM(7:2)
           COMPUTE WS-AI-DUE-INT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-AI-DATE-NUM) +
                   WS-VN-TERMS-HOLD)
           MOVE SPACES TO WS-AI-NEW-DUE
           STRING WS-AI-DUE-INT(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AI-DUE-INT(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AI-DUE-INT(7:2) DELIMITED BY SIZE
                  INTO WS-AI-NEW-DUE
           END-STRING
           DISPLAY "DUE DATE (YYYY-MM-DD, EMPTY FOR " WS-AI-NEW-DUE
                   "): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-VALIDATE-DATE-IN
               ACCEPT WS-VALIDATE-DATE-IN
               IF WS-VALIDATE-DATE-IN = SPACES
                   MOVE WS-AI-NEW-DUE TO WS-VALIDATE-DATE-IN
               END-IF
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               ELSE
                   MOVE WS-VALIDATE-DATE-IN TO WS-AI-NEW-DUE
               END-IF
           END-PERFORM

           DISPLAY "INVOICE AMOUNT: "
           MOVE 0 TO WS-AI-NEW-AMOUNT
           ACCEPT WS-AI-NEW-AMOUNT
           PERFORM UNTIL WS-AI-NEW-AMOUNT > 0
               DISPLAY "AMOUNT MUST BE GREATER THAN 0: "
               ACCEPT WS-AI-NEW-AMOUNT
           END-PERFORM

           DISPLAY "EXPENSE CATEGORY (e.g., REPAIRS, CLEANING): "
           MOVE SPACES TO WS-AI-NEW-CAT
           ACCEPT WS-AI-NEW-CAT
           INSPECT WS-AI-NEW-CAT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-AI-NEW-CAT NOT = SPACES
               DISPLAY "CATEGORY CANNOT BE BLANK: "
               ACCEPT WS-AI-NEW-CAT
               INSPECT WS-AI-NEW-CAT
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "DESCRIPTION: "
           MOVE SPACES TO WS-AI-NEW-DESC
           ACCEPT WS-AI-NEW-DESC

           DISPLAY "ROOM IT APPLIES TO (DORM ID, EMPTY IF NONE): "
           MOVE SPACES TO WS-AI-NEW-DORM
           ACCEPT WS-AI-NEW-DORM
           INSPECT WS-AI-NEW-DORM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-AI-NEW-FLOOR
           IF WS-AI-NEW-DORM NOT = SPACES
               OPEN INPUT DORM-FILE
               MOVE WS-AI-NEW-DORM TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "WARNING: ROOM " WS-AI-NEW-DORM
                               " NOT FOUND. RECORDING WITHOUT A "
                               "ROOM."
                       MOVE SPACES TO WS-AI-NEW-DORM
                   NOT INVALID KEY
                       MOVE DI-FLOOR TO WS-AI-NEW-FLOOR
               END-READ
               CLOSE DORM-FILE
           END-IF

           MOVE WS-VN-LOOK-ID      TO AI-VENDOR-ID
           MOVE WS-AI-LOOK-INVOICE TO AI-INVOICE-NO
           MOVE WS-AI-NEW-DATE     TO AI-INVOICE-DATE
           MOVE WS-AI-NEW-DUE      TO AI-DUE-DATE
           MOVE WS-AI-NEW-AMOUNT   TO AI-AMOUNT
           MOVE 0                  TO AI-PAID-AMT
           MOVE "OPEN"             TO AI-STATUS
           MOVE WS-AI-NEW-CAT      TO AI-CATEGORY
           MOVE WS-AI-NEW-DORM     TO AI-DORM-ID
           MOVE WS-AI-NEW-FLOOR    TO AI-FLOOR
           MOVE WS-AI-NEW-DESC     TO AI-DESCRIPTION
           MOVE SPACES             TO AI-SCHED-DATE
           MOVE 0                  TO AI-SCHED-AMT
           OPEN EXTEND AP-INVOICE-FILE
           WRITE AP-INVOICE-RECORD
           CLOSE AP-INVOICE-FILE
           DISPLAY "INVOICE " WS-AI-LOOK-INVOICE " FROM "
                   WS-VN-LOOK-ID " ENTERED, DUE " WS-AI-NEW-DUE "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST OPEN SUPPLIER INVOICES / PAYMENTS DUE
      *============================
       AP-LIST-INVOICES.
           DISPLAY "VENDOR ID (EMPTY FOR ALL): "
           MOVE SPACES TO WS-AI-VIEW-VENDOR
           ACCEPT WS-AI-VIEW-VENDOR
           INSPECT WS-AI-VIEW-VENDOR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           *> With a date, only what is scheduled to be paid by then:
           *> the list for the payment run
           DISPLAY "PAYMENTS SCHEDULED ON OR BEFORE (YYYY-MM-DD, "
                   "EMPTY FOR ALL OPEN): "
           MOVE SPACES TO WS-AI-VIEW-BY
           ACCEPT WS-AI-VIEW-BY

           DISPLAY " "
           DISPLAY "VENDOR     INVOICE         DUE        "
                   "BALANCE  SCHEDULED"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-AI-VIEW-COUNT
           OPEN INPUT AP-INVOICE-FILE
           IF WS-APINV-FILE-STATUS NOT = "00"
               DISPLAY "NO SUPPLIER INVOICES ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ AP-INVOICE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF AI-STATUS = "OPEN" AND
                              (WS-AI-VIEW-VENDOR = SPACES OR
                               AI-VENDOR-ID = WS-AI-VIEW-VENDOR) AND
                              (WS-AI-VIEW-BY = SPACES OR
                               (AI-SCHED-DATE NOT = SPACES AND
                                AI-SCHED-DATE <= WS-AI-VIEW-BY))
                               ADD 1 TO WS-AI-VIEW-COUNT
                               COMPUTE WS-AP-EDIT-A =
                                       AI-AMOUNT - AI-PAID-AMT
                               MOVE AI-SCHED-AMT TO WS-AP-EDIT-B
                               IF AI-SCHED-DATE = SPACES
                                   DISPLAY AI-VENDOR-ID " "
                                           AI-INVOICE-NO " "
                                           AI-DUE-DATE " "
                                           WS-AP-EDIT-A
                               ELSE
                                   DISPLAY AI-VENDOR-ID " "
                                           AI-INVOICE-NO " "
                                           AI-DUE-DATE " "
                                           WS-AP-EDIT-A " "
                                           WS-AP-EDIT-B " ON "
                                           AI-SCHED-DATE
                               END-IF
                               DISPLAY "    "
                                       FUNCTION TRIM(AI-CATEGORY)
                                       " | "
                                       FUNCTION TRIM(AI-DESCRIPTION)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "INVOICES LISTED: " WS-AI-VIEW-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AP - INVOICE LINKED TO A WORK ORDER
      *============================
      *Caller sets WS-AP-WO-ID; leaves WS-AP-LINK-FOUND and the
      *vendor and invoice number.
       AP-FIND-WO-LINK.
           MOVE "N" TO WS-AP-LINK-FOUND
           MOVE SPACES TO WS-AP-LINK-VENDOR
           MOVE SPACES TO WS-AP-LINK-INVOICE
           OPEN INPUT AP-WO-LINK-FILE
           IF WS-APWL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AI-SCAN-EOF
           PERFORM UNTIL WS-AI-SCAN-EOF = "Y"
               READ AP-WO-LINK-FILE
                   AT END
                       MOVE "Y" TO WS-AI-SCAN-EOF
                   NOT AT END
                       IF WL-WO-ID = WS-AP-WO-ID
                           MOVE "Y" TO WS-AP-LINK-FOUND
                           MOVE WL-VENDOR-ID TO WS-AP-LINK-VENDOR
                           MOVE WL-INVOICE-NO TO WS-AP-LINK-INVOICE
                           MOVE "Y" TO WS-AI-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-WO-LINK-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LINK A WORK ORDER TO THE INVOICE THAT COVERS IT
      *============================
       AP-LINK-WORK-ORDER.
           DISPLAY "=========================================="
           DISPLAY "    LINK WORK ORDER TO SUPPLIER INVOICE"
           DISPLAY "=========================================="
           DISPLAY "WORK ORDER ID (e.g., WO00000001): "
           MOVE SPACES TO WS-AP-WO-ID
           ACCEPT WS-AP-WO-ID
           INSPECT WS-AP-WO-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-AP-WO-FOUND
           OPEN INPUT WORKORDER-FILE
           IF WS-WO-FILE-STATUS = "00"
               MOVE WS-AP-WO-ID TO WO-ID
               READ WORKORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AP-WO-FOUND
                       DISPLAY "ROOM " WO-DORM-ID " | "
                               FUNCTION TRIM(WO-DESCRIPTION)
                       DISPLAY "STATUS " WO-STATUS " | COST "
                               WO-COST
               END-READ
               CLOSE WORKORDER-FILE
           END-IF
           IF WS-AP-WO-FOUND = "N"
               DISPLAY "WORK ORDER " WS-AP-WO-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM AP-FIND-WO-LINK
           IF WS-AP-LINK-FOUND = "Y"
               DISPLAY "ERROR: WORK ORDER " WS-AP-WO-ID
                       " IS ALREADY COVERED BY INVOICE "
                       FUNCTION TRIM(WS-AP-LINK-INVOICE)
                       " FROM VENDOR " WS-AP-LINK-VENDOR "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM AP-ASK-INVOICE-KEY
           IF WS-VN-FOUND = "N" OR WS-AI-FOUND = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-AP-WO-ID TO WL-WO-ID
           MOVE WS-VN-LOOK-ID TO WL-VENDOR-ID
           MOVE WS-AI-LOOK-INVOICE TO WL-INVOICE-NO
           MOVE SPACES TO WL-LINK-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WL-LINK-DATE
           END-STRING
           OPEN EXTEND AP-WO-LINK-FILE
           WRITE AP-WO-LINK-RECORD
           CLOSE AP-WO-LINK-FILE
           DISPLAY "WORK ORDER " WS-AP-WO-ID " LINKED TO INVOICE "
                   FUNCTION TRIM(WS-AI-LOOK-INVOICE) " FROM "
                   FUNCTION TRIM(WS-VN-NAME-HOLD) "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SCHEDULE A SUPPLIER INVOICE FOR PAYMENT
      *============================
       AP-SCHEDULE-PAYMENT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "       SCHEDULE INVOICE PAYMENT"
           DISPLAY "=========================================="
           PERFORM AP-ASK-INVOICE-KEY
           IF WS-VN-FOUND = "N" OR WS-AI-FOUND = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-AI-STATUS-HOLD NOT = "OPEN"
               DISPLAY "INVOICE IS " FUNCTION TRIM(WS-AI-STATUS-HOLD)
                       ". NOTHING TO SCHEDULE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BALANCE OWED: " WS-AI-BALANCE
           DISPLAY "PAY ON (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-AP-SCHED-DATE
               ACCEPT WS-AP-SCHED-DATE
               MOVE WS-AP-SCHED-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM
           DISPLAY "AMOUNT TO PAY (EMPTY FOR THE FULL BALANCE): "
           MOVE 0 TO WS-AP-SCHED-AMT
           ACCEPT WS-AP-SCHED-AMT
           IF WS-AP-SCHED-AMT = 0
               MOVE WS-AI-BALANCE TO WS-AP-SCHED-AMT
           END-IF
           PERFORM UNTIL WS-AP-SCHED-AMT > 0 AND
                         WS-AP-SCHED-AMT <= WS-AI-BALANCE
               DISPLAY "ENTER 1 - " WS-AI-BALANCE ": "
               ACCEPT WS-AP-SCHED-AMT
           END-PERFORM

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "SCHEDULE NOT SAVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-AI-UPDATE-MODE
           PERFORM AP-UPDATE-INVOICE
           PERFORM RELEASE-UPDATE-LOCK
           DISPLAY "INVOICE " FUNCTION TRIM(WS-AI-LOOK-INVOICE)
                   " SCHEDULED: " WS-AP-SCHED-AMT " ON "
                   WS-AP-SCHED-DATE "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECORD A PAYMENT AGAINST A SUPPLIER INVOICE
      *============================
       AP-RECORD-PAYMENT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "       RECORD INVOICE PAYMENT"
           DISPLAY "=========================================="
           DISPLAY "Pays a supplier invoice and records the "
                   "money going out as an operating expense."
           DISPLAY " "
           PERFORM AP-ASK-INVOICE-KEY
           IF WS-VN-FOUND = "N" OR WS-AI-FOUND = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-AI-STATUS-HOLD NOT = "OPEN"
               DISPLAY "INVOICE IS " FUNCTION TRIM(WS-AI-STATUS-HOLD)
                       ". NOTHING TO PAY."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "INVOICE AMOUNT " WS-AI-AMOUNT-HOLD
                   " | PAID " WS-AI-PAID-HOLD
                   " | BALANCE " WS-AI-BALANCE
           IF WS-AI-SCHED-DATE-HOLD NOT = SPACES
               DISPLAY "SCHEDULED: " WS-AI-SCHED-AMT-HOLD " ON "
                       WS-AI-SCHED-DATE-HOLD
           END-IF

           DISPLAY "AMOUNT PAID (EMPTY FOR THE SCHEDULED AMOUNT OR "
                   "FULL BALANCE): "
           MOVE 0 TO WS-AP-PAY-AMT
           ACCEPT WS-AP-PAY-AMT
           IF WS-AP-PAY-AMT = 0
               IF WS-AI-SCHED-AMT-HOLD > 0 AND
                  WS-AI-SCHED-AMT-HOLD <= WS-AI-BALANCE
                   MOVE WS-AI-SCHED-AMT-HOLD TO WS-AP-PAY-AMT
               ELSE
                   MOVE WS-AI-BALANCE TO WS-AP-PAY-AMT
               END-IF
           END-IF
           PERFORM UNTIL WS-AP-PAY-AMT > 0 AND
                         WS-AP-PAY-AMT <= WS-AI-BALANCE
               DISPLAY "ENTER 1 - " WS-AI-BALANCE ": "
               ACCEPT WS-AP-PAY-AMT
           END-PERFORM

           DISPLAY "PAYMENT DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-AP-PAY-DATE
               ACCEPT WS-AP-PAY-DATE
               MOVE WS-AP-PAY-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-AP-PAY-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "PAID BY (1=CASH 2=CHECK 3=BANK TRANSFER): "
           MOVE 0 TO WS-AP-METHOD-CHOICE
           ACCEPT WS-AP-METHOD-CHOICE
           PERFORM UNTIL WS-AP-METHOD-CHOICE >= 1 AND
                         WS-AP-METHOD-CHOICE <= 3
               DISPLAY "INVALID CHOICE. ENTER 1 - 3: "
               ACCEPT WS-AP-METHOD-CHOICE
           END-PERFORM
           EVALUATE WS-AP-METHOD-CHOICE
               WHEN 1
                   MOVE "CASH" TO WS-AP-METHOD
               WHEN 2
                   MOVE "CHECK" TO WS-AP-METHOD
               WHEN 3
                   MOVE "BANK" TO WS-AP-METHOD
           END-EVALUATE
           MOVE SPACES TO WS-AP-REFERENCE
           IF WS-AP-METHOD NOT = "CASH"
               DISPLAY "CHECK OR TRANSFER REFERENCE: "
               ACCEPT WS-AP-REFERENCE
               INSPECT WS-AP-REFERENCE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM UNTIL WS-AP-REFERENCE NOT = SPACES
                   DISPLAY "REFERENCE CANNOT BE BLANK FOR "
                           FUNCTION TRIM(WS-AP-METHOD) ": "
                   ACCEPT WS-AP-REFERENCE
                   INSPECT WS-AP-REFERENCE
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-PERFORM
           END-IF

           DISPLAY "CONFIRM PAYMENT OF " WS-AP-PAY-AMT " TO "
                   FUNCTION TRIM(WS-VN-NAME-HOLD) " (Y/N): "
           ACCEPT WS-AP-CONFIRM
           INSPECT WS-AP-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-AP-CONFIRM NOT = "Y"
               DISPLAY "PAYMENT CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT

           *> Another desk may have paid the invoice while this one
           *> was being keyed; look again now that nobody else can
           PERFORM AP-FIND-INVOICE
           IF WS-AI-FOUND = "N" OR WS-AI-STATUS-HOLD NOT = "OPEN"
               DISPLAY "INVOICE IS NO LONGER OPEN. PAYMENT NOT "
                       "RECORDED."
               PERFORM RELEASE-UPDATE-LOCK
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-PAY-AMT > WS-AI-BALANCE
               DISPLAY "INVOICE BALANCE IS NOW " WS-AI-BALANCE
                       ". PAYMENT NOT RECORDED."
               PERFORM RELEASE-UPDATE-LOCK
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO WS-AI-UPDATE-MODE
           PERFORM AP-UPDATE-INVOICE

           *> The money going out is the expense, booked on the
           *> day it was paid
           MOVE WS-AP-PAY-DATE   TO EX-DATE
           MOVE WS-AI-CAT-HOLD   TO EX-CATEGORY
           MOVE WS-VN-NAME-HOLD  TO EX-PAYEE
           MOVE WS-AP-PAY-AMT    TO EX-AMOUNT
           MOVE WS-AI-DORM-HOLD  TO EX-DORM-ID
           MOVE WS-AI-FLOOR-HOLD TO EX-FLOOR
           OPEN EXTEND EXPENSE-FILE
           WRITE EXPENSE-RECORD
           CLOSE EXPENSE-FILE

           MOVE WS-VN-LOOK-ID      TO AY-VENDOR-ID
           MOVE WS-AI-LOOK-INVOICE TO AY-INVOICE-NO
           MOVE WS-AP-PAY-DATE     TO AY-PAY-DATE
           MOVE WS-AP-PAY-AMT      TO AY-AMOUNT
           MOVE WS-AP-METHOD       TO AY-METHOD
           MOVE WS-AP-REFERENCE    TO AY-REFERENCE
           MOVE WS-OPERATOR-ID     TO AY-OPERATOR
           OPEN EXTEND AP-PAYMENT-FILE
           WRITE AP-PAYMENT-RECORD
           CLOSE AP-PAYMENT-FILE
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "PAYMENT RECORDED. EXPENSE OF " WS-AP-PAY-AMT
                   " BOOKED UNDER " FUNCTION TRIM(WS-AI-CAT-HOLD) "."
           IF WS-AP-PAY-AMT = WS-AI-BALANCE
               DISPLAY "INVOICE IS NOW PAID IN FULL."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AP - REWRITE ONE INVOICE (SCHEDULE OR PAYMENT)
      *============================
      *WS-AI-UPDATE-MODE S sets the schedule from WS-AP-SCHED-DATE
      *and WS-AP-SCHED-AMT; P adds WS-AP-PAY-AMT to the paid amount
      *and clears the schedule.
       AP-UPDATE-INVOICE.
           OPEN INPUT AP-INVOICE-FILE
           IF WS-APINV-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO INVOICE FILE TO UPDATE."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-AP-INVOICE-FILE

           MOVE "N" TO WS-AI-SCAN-EOF
           PERFORM UNTIL WS-AI-SCAN-EOF = "Y"
               READ AP-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-AI-SCAN-EOF
                   NOT AT END
                       IF AI-VENDOR-ID = WS-VN-LOOK-ID AND
                          AI-INVOICE-NO = WS-AI-LOOK-INVOICE
                           IF WS-AI-UPDATE-MODE = "S"
                               MOVE WS-AP-SCHED-DATE TO AI-SCHED-DATE
                               MOVE WS-AP-SCHED-AMT TO AI-SCHED-AMT
                           ELSE
                               ADD WS-AP-PAY-AMT TO AI-PAID-AMT
                               MOVE SPACES TO AI-SCHED-DATE
                               MOVE 0 TO AI-SCHED-AMT
                               IF AI-PAID-AMT >= AI-AMOUNT
                                   MOVE "PAID" TO AI-STATUS
                               END-IF
                           END-IF
                       END-IF
                       WRITE TEMP-AP-INVOICE-RECORD
                           FROM AP-INVOICE-RECORD
               END-READ
           END-PERFORM
           CLOSE AP-INVOICE-FILE TEMP-AP-INVOICE-FILE
           PERFORM SAVE-AP-INVOICE-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE AP INVOICE RECORD
      *============================
       SAVE-AP-INVOICE-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del apinv.dat"
               CALL "SYSTEM" USING "rename tempapi.dat apinv.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempapi.dat apinv.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AP AGING REPORT
      *============================
       AP-AGING-REPORT.
           DISPLAY "=========================================="
           DISPLAY "          AP AGING REPORT"
           DISPLAY "=========================================="
           DISPLAY "What we owe each vendor, by days past the "
                   "invoice due date."
           DISPLAY " "
           DISPLAY "AGING AS OF (YYYY-MM-DD, EMPTY FOR TODAY): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-AP-AS-OF
               ACCEPT WS-AP-AS-OF
               IF WS-AP-AS-OF = SPACES
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                          INTO WS-AP-AS-OF
                   END-STRING
               END-IF
               MOVE WS-AP-AS-OF TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM
           MOVE WS-AP-AS-OF(1:4) TO WS-TODAY-YYYYMMDD(1:4)
           MOVE WS-AP-AS-OF(6:2) TO WS-TODAY-YYYYMMDD(5:2)
           MOVE WS-AP-AS-OF(9:2) TO WS-TODAY-YYYYMMDD(7:2)

           *> One row per vendor on file, in vendor file order
           INITIALIZE WS-APV-TABLE
           INITIALIZE WS-APV-TOTALS
           MOVE 0 TO WS-APV-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ VENDOR-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF WS-APV-COUNT < 200
                               ADD 1 TO WS-APV-COUNT
                               MOVE VN-ID TO WS-APV-ID(WS-APV-COUNT)
                               MOVE VN-NAME
                                   TO WS-APV-NAME(WS-APV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF

           OPEN INPUT AP-INVOICE-FILE
           IF WS-APINV-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ AP-INVOICE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF AI-STATUS = "OPEN" AND
                              AI-INVOICE-DATE <= WS-AP-AS-OF AND
                              AI-AMOUNT > AI-PAID-AMT
                               PERFORM AP-AGING-ADD-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF

           MOVE "APAGING" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "ap_aging_" DELIMITED BY SIZE
                  WS-AP-AS-OF DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-AP-REPORT-NAME
           STRING "AS OF " DELIMITED BY SIZE
                  WS-AP-AS-OF DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT AP-AGING-REPORT-FILE

           MOVE SPACES TO AP-AGING-REPORT-RECORD
           STRING "AP AGING AS OF " DELIMITED BY SIZE
                  WS-AP-AS-OF DELIMITED BY SIZE
                  " (DAYS PAST DUE DATE)" DELIMITED BY SIZE
                  INTO AP-AGING-REPORT-RECORD
           END-STRING
           WRITE AP-AGING-REPORT-RECORD
           DISPLAY AP-AGING-REPORT-RECORD(1:79)
           MOVE SPACES TO AP-AGING-REPORT-RECORD
           STRING "VENDOR     NAME                 CURRENT    1-30   "
                  DELIMITED BY SIZE
                  "31-60   61-90 OVER 90    TOTAL" DELIMITED BY SIZE
                  INTO AP-AGING-REPORT-RECORD
           END-STRING
           WRITE AP-AGING-REPORT-RECORD
           DISPLAY AP-AGING-REPORT-RECORD(1:80)
           MOVE ALL "-" TO AP-AGING-REPORT-RECORD(1:80)
           WRITE AP-AGING-REPORT-RECORD
           DISPLAY AP-AGING-REPORT-RECORD(1:80)

           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-COUNT
               COMPUTE WS-APV-ROW-TOTAL =
                       WS-APV-CURRENT(WS-APV-IDX) +
                       WS-APV-1-30(WS-APV-IDX) +
                       WS-APV-31-60(WS-APV-IDX) +
                       WS-APV-61-90(WS-APV-IDX) +
                       WS-APV-OVER-90(WS-APV-IDX)
               IF WS-APV-ROW-TOTAL > 0
                   PERFORM AP-AGING-WRITE-LINE
               END-IF
           END-PERFORM

           MOVE ALL "-" TO AP-AGING-REPORT-RECORD(1:80)
           WRITE AP-AGING-REPORT-RECORD
           DISPLAY AP-AGING-REPORT-RECORD(1:80)
           MOVE WS-APV-TOT-CURRENT TO WS-AP-EDIT-A
           MOVE WS-APV-TOT-1-30 TO WS-AP-EDIT-B
           MOVE WS-APV-TOT-31-60 TO WS-AP-EDIT-C
           MOVE WS-APV-TOT-61-90 TO WS-AP-EDIT-D
           MOVE WS-APV-TOT-OVER-90 TO WS-AP-EDIT-E
           COMPUTE WS-AP-EDIT-F = WS-APV-TOT-CURRENT +
                   WS-APV-TOT-1-30 + WS-APV-TOT-31-60 +
                   WS-APV-TOT-61-90 + WS-APV-TOT-OVER-90
           MOVE SPACES TO AP-AGING-REPORT-RECORD
           STRING "TOTAL                           " DELIMITED BY SIZE
                  WS-AP-EDIT-A DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-B DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-C DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-D DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-F DELIMITED BY SIZE
                  INTO AP-AGING-REPORT-RECORD
           END-STRING
           WRITE AP-AGING-REPORT-RECORD
           DISPLAY AP-AGING-REPORT-RECORD(1:80)
           CLOSE AP-AGING-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "AP AGING WRITTEN TO "
                   FUNCTION TRIM(WS-AP-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AP AGING - ADD ONE OPEN INVOICE TO ITS BUCKET
      *============================
       AP-AGING-ADD-INVOICE.
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-COUNT OR
                         WS-APV-ID(WS-APV-IDX) = AI-VENDOR-ID
               CONTINUE
           END-PERFORM
           IF WS-APV-IDX > WS-APV-COUNT
               IF WS-APV-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-APV-COUNT
               MOVE AI-VENDOR-ID TO WS-APV-ID(WS-APV-COUNT)
               MOVE "(NOT ON VENDOR FILE)"
                   TO WS-APV-NAME(WS-APV-COUNT)
               MOVE WS-APV-COUNT TO WS-APV-IDX
           END-IF

           COMPUTE WS-AI-BALANCE = AI-AMOUNT - AI-PAID-AMT
           MOVE AI-DUE-DATE TO WS-CHECK-DUE-DATE
           PERFORM CALC-OVERDUE-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE <= 0
                   ADD WS-AI-BALANCE TO WS-APV-CURRENT(WS-APV-IDX)
                   ADD WS-AI-BALANCE TO WS-APV-TOT-CURRENT
               WHEN WS-DAYS-OVERDUE <= 30
                   ADD WS-AI-BALANCE TO WS-APV-1-30(WS-APV-IDX)
                   ADD WS-AI-BALANCE TO WS-APV-TOT-1-30
               WHEN WS-DAYS-OVERDUE <= 60
                   ADD WS-AI-BALANCE TO WS-APV-31-60(WS-APV-IDX)
                   ADD WS-AI-BALANCE TO WS-APV-TOT-31-60
               WHEN WS-DAYS-OVERDUE <= 90
                   ADD WS-AI-BALANCE TO WS-APV-61-90(WS-APV-IDX)
                   ADD WS-AI-BALANCE TO WS-APV-TOT-61-90
               WHEN OTHER
                   ADD WS-AI-BALANCE TO WS-APV-OVER-90(WS-APV-IDX)
                   ADD WS-AI-BALANCE TO WS-APV-TOT-OVER-90
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AP AGING - ONE VENDOR LINE
      *============================
       AP-AGING-WRITE-LINE.
           MOVE WS-APV-CURRENT(WS-APV-IDX) TO WS-AP-EDIT-A
           MOVE WS-APV-1-30(WS-APV-IDX) TO WS-AP-EDIT-B
           MOVE WS-APV-31-60(WS-APV-IDX) TO WS-AP-EDIT-C
           MOVE WS-APV-61-90(WS-APV-IDX) TO WS-AP-EDIT-D
           MOVE WS-APV-OVER-90(WS-APV-IDX) TO WS-AP-EDIT-E
           MOVE WS-APV-ROW-TOTAL TO WS-AP-EDIT-F
           MOVE SPACES TO AP-AGING-REPORT-RECORD
           STRING WS-APV-ID(WS-APV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-APV-NAME(WS-APV-IDX)(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-A DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-B DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-C DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-D DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AP-EDIT-F DELIMITED BY SIZE
                  INTO AP-AGING-REPORT-RECORD
           END-STRING
           WRITE AP-AGING-REPORT-RECORD
           DISPLAY AP-AGING-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EXPENSE TRACKING MENU
      *============================
       EXPENSE-MENU.
           PERFORM UNTIL UTIL-EX-CHOICE = 6
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "     EXPENSE TRACKING      "
           DISPLAY "==========================="
           DISPLAY "1 - RECORD AN EXPENSE"
           DISPLAY "2 - VIEW EXPENSES"
           DISPLAY "3 - BUDGET MASTER"
           DISPLAY "4 - BUDGET VS ACTUAL VARIANCE REPORT"
           DISPLAY "5 - VENDORS AND PAYABLES"
           DISPLAY "6 - BACK TO MAIN MENU"

           DISPLAY "ENTER CHOICE (1 - 6): "
           ACCEPT UTIL-EX-CHOICE

           EVALUATE UTIL-EX-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM RECORD-EXPENSE
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-EXPENSES
               WHEN 3
                   MOVE 0 TO UTIL-BU-CHOICE
                   PERFORM MANAGE-BUDGET
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM BUDGET-VARIANCE-REPORT
               WHEN 5
                   MOVE 0 TO UTIL-AP-CHOICE
                   PERFORM ACCOUNTS-PAYABLE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECORD AN OPERATING EXPENSE
      *============================
       RECORD-EXPENSE.
           DISPLAY "=============================="
           DISPLAY "     RECORD AN EXPENSE"
           DISPLAY "=============================="

           DISPLAY "EXPENSE DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-EX-NEW-DATE
               ACCEPT WS-EX-NEW-DATE
               MOVE WS-EX-NEW-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "CATEGORY (e.g., ELECTRIC, WATER, CLEANING, "
                   "REPAIRS): "
           MOVE SPACES TO WS-EX-NEW-CAT
           ACCEPT WS-EX-NEW-CAT
           INSPECT WS-EX-NEW-CAT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-EX-NEW-CAT NOT = SPACES
               DISPLAY "CATEGORY CANNOT BE BLANK: "
               ACCEPT WS-EX-NEW-CAT
               INSPECT WS-EX-NEW-CAT
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "PAYEE: "
           MOVE SPACES TO WS-EX-NEW-PAYEE
           ACCEPT WS-EX-NEW-PAYEE

           DISPLAY "AMOUNT: "
           MOVE 0 TO WS-EX-NEW-AMOUNT
           ACCEPT WS-EX-NEW-AMOUNT
           PERFORM UNTIL WS-EX-NEW-AMOUNT > 0
               DISPLAY "AMOUNT MUST BE GREATER THAN 0: "
               ACCEPT WS-EX-NEW-AMOUNT
           END-PERFORM

           DISPLAY "ROOM IT APPLIES TO (DORM ID, EMPTY IF NONE): "
           MOVE SPACES TO WS-EX-NEW-DORM
           ACCEPT WS-EX-NEW-DORM
           INSPECT WS-EX-NEW-DORM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE SPACES TO WS-EX-NEW-FLOOR
           IF WS-EX-NEW-DORM NOT = SPACES
               OPEN INPUT DORM-FILE
               MOVE WS-EX-NEW-DORM TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "WARNING: ROOM " WS-EX-NEW-DORM
                               " NOT FOUND. RECORDING WITHOUT A "
                               "ROOM."
                       MOVE SPACES TO WS-EX-NEW-DORM
                   NOT INVALID KEY
                       MOVE DI-FLOOR TO WS-EX-NEW-FLOOR
               END-READ
               CLOSE DORM-FILE
           ELSE
               DISPLAY "FLOOR IT APPLIES TO (01-99, EMPTY IF "
                       "BUILDING-WIDE): "
               ACCEPT WS-EX-NEW-FLOOR
               *> Same floor rule as ADD-DORM/EDIT-DORM: a zero or
               *> junk floor can never become a report subscript
               PERFORM UNTIL WS-EX-NEW-FLOOR = SPACES OR
                             (WS-EX-NEW-FLOOR IS NUMERIC AND
                              WS-EX-NEW-FLOOR NOT = "00")
                   DISPLAY "INVALID FLOOR. ENTER 01-99 OR LEAVE "
                           "EMPTY: "
                   ACCEPT WS-EX-NEW-FLOOR
               END-PERFORM
           END-IF

           MOVE WS-EX-NEW-DATE   TO EX-DATE
           MOVE WS-EX-NEW-CAT    TO EX-CATEGORY
           MOVE WS-EX-NEW-PAYEE  TO EX-PAYEE
           MOVE WS-EX-NEW-AMOUNT TO EX-AMOUNT
           MOVE WS-EX-NEW-DORM   TO EX-DORM-ID
           MOVE WS-EX-NEW-FLOOR  TO EX-FLOOR

           OPEN EXTEND EXPENSE-FILE
           WRITE EXPENSE-RECORD
           CLOSE EXPENSE-FILE
           DISPLAY "EXPENSE RECORDED: " WS-EX-NEW-CAT " "
                   WS-EX-NEW-AMOUNT " ON " WS-EX-NEW-DATE
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW EXPENSES
      *============================
       VIEW-EXPENSES.
           DISPLAY " "
           DISPLAY "OPERATING EXPENSES:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-EX-VIEW-COUNT
           OPEN INPUT EXPENSE-FILE
           IF WS-EXP-FILE-STATUS NOT = "00"
               DISPLAY "NO EXPENSES ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ EXPENSE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-EX-VIEW-COUNT
                           DISPLAY EX-DATE " | " EX-CATEGORY
                                   " | " EX-AMOUNT
                                   " | " EX-PAYEE
                           IF EX-DORM-ID NOT = SPACES
                               DISPLAY "    ROOM " EX-DORM-ID
                           ELSE
                               IF EX-FLOOR NOT = SPACES
                                   DISPLAY "    FLOOR " EX-FLOOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "EXPENSES LISTED: " WS-EX-VIEW-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BUDGET MASTER MAINTENANCE
      *============================
       MANAGE-BUDGET.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL UTIL-BU-CHOICE = 3
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "       BUDGET MASTER"
           DISPLAY "=============================="
           DISPLAY "1 - LIST BUDGET LINES FOR A YEAR"
           DISPLAY "2 - ADD/REPLACE A BUDGET LINE"
           DISPLAY "3 - BACK"

           DISPLAY "ENTER CHOICE (1 - 3): "
           ACCEPT UTIL-BU-CHOICE

           EVALUATE UTIL-BU-CHOICE
               WHEN 1
                   PERFORM LIST-BUDGET-LINES
               WHEN 2
                   PERFORM ADD-BUDGET-LINE
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST BUDGET LINES FOR A YEAR
      *============================
       LIST-BUDGET-LINES.
           DISPLAY "YEAR TO LIST (YYYY): "
           MOVE 0 TO WS-BU-NEW-YEAR
           ACCEPT WS-BU-NEW-YEAR

           DISPLAY " "
           DISPLAY "BUDGET LINES FOR " WS-BU-NEW-YEAR ":"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-BU-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-BU-FILE-STATUS NOT = "00"
               DISPLAY "NO BUDGET ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF BU-YEAR = WS-BU-NEW-YEAR
                               ADD 1 TO WS-BU-COUNT
                               DISPLAY BU-YEAR "-" BU-MONTH
                                       " | BLDG " BU-BUILDING
                                       " | " BU-LINE-KIND
                                       " | " BU-CODE
                                       " | " BU-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "LINES LISTED: " WS-BU-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD/REPLACE A BUDGET LINE
      *============================
       ADD-BUDGET-LINE.
           DISPLAY "BUDGET YEAR (YYYY): "
           MOVE 0 TO WS-BU-NEW-YEAR
           ACCEPT WS-BU-NEW-YEAR
           PERFORM UNTIL WS-BU-NEW-YEAR >= 1990
               DISPLAY "ENTER A YEAR (YYYY): "
               ACCEPT WS-BU-NEW-YEAR
           END-PERFORM

           DISPLAY "MONTH (01-12): "
           MOVE 0 TO WS-BU-NEW-MONTH
           ACCEPT WS-BU-NEW-MONTH
           PERFORM UNTIL WS-BU-NEW-MONTH >= 1 AND
                         WS-BU-NEW-MONTH <= 12
               DISPLAY "ENTER 01 - 12: "
               ACCEPT WS-BU-NEW-MONTH
           END-PERFORM

           PERFORM ENSURE-BUILDING-FILE
           PERFORM SHOW-BUILDING-LIST
           DISPLAY "BUILDING CODE (e.g., A): "
           MOVE SPACES TO WS-BU-NEW-BLDG
           ACCEPT WS-BU-NEW-BLDG
           INSPECT WS-BU-NEW-BLDG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-BU-NEW-BLDG TO WS-ADD-BUILDING
           PERFORM VALIDATE-BUILDING-CODE
           PERFORM UNTIL WS-BL-FOUND = "Y"
               DISPLAY "UNKNOWN BUILDING. ENTER ONE OF THE CODES "
                       "LISTED ABOVE: "
               ACCEPT WS-BU-NEW-BLDG
               INSPECT WS-BU-NEW-BLDG
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-BU-NEW-BLDG TO WS-ADD-BUILDING
               PERFORM VALIDATE-BUILDING-CODE
           END-PERFORM

           DISPLAY "LINE KIND (1=INCOME 2=EXPENSE): "
           MOVE 0 TO WS-BU-KIND-CHOICE
           ACCEPT WS-BU-KIND-CHOICE
           PERFORM UNTIL WS-BU-KIND-CHOICE = 1 OR
                         WS-BU-KIND-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-BU-KIND-CHOICE
           END-PERFORM
           IF WS-BU-KIND-CHOICE = 1
               MOVE "INCOME" TO WS-BU-NEW-KIND
               DISPLAY "INCOME TYPE (RENT, ELECTRICITY, WATER OR "
                       "A CHARGE TYPE CODE): "
           ELSE
               MOVE "EXPENSE" TO WS-BU-NEW-KIND
               DISPLAY "EXPENSE CATEGORY (e.g., REPAIRS): "
           END-IF
           MOVE SPACES TO WS-BU-NEW-CODE
           ACCEPT WS-BU-NEW-CODE
           INSPECT WS-BU-NEW-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-BU-NEW-CODE NOT = SPACES
               DISPLAY "CODE CANNOT BE BLANK: "
               ACCEPT WS-BU-NEW-CODE
               INSPECT WS-BU-NEW-CODE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "BUDGETED AMOUNT FOR THE MONTH: "
           MOVE 0 TO WS-BU-NEW-AMT
           ACCEPT WS-BU-NEW-AMT

           *> Replace-then-append keeps one line per key
           OPEN INPUT BUDGET-FILE
           IF WS-BU-FILE-STATUS = "00"
               OPEN OUTPUT TEMP-BUDGET-FILE
               MOVE "N" TO WS-BU-SCAN-EOF
               PERFORM UNTIL WS-BU-SCAN-EOF = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO WS-BU-SCAN-EOF
                       NOT AT END
                           IF BU-YEAR = WS-BU-NEW-YEAR AND
                              BU-MONTH = WS-BU-NEW-MONTH AND
                              BU-BUILDING = WS-BU-NEW-BLDG AND
                              BU-LINE-KIND = WS-BU-NEW-KIND AND
                              BU-CODE = WS-BU-NEW-CODE
                               CONTINUE
                           ELSE
                               WRITE TEMP-BUDGET-RECORD
                                   FROM BUDGET-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE TEMP-BUDGET-FILE
               PERFORM SAVE-BUDGET-RECORD
           END-IF

           MOVE WS-BU-NEW-YEAR  TO BU-YEAR
           MOVE WS-BU-NEW-MONTH TO BU-MONTH
           MOVE WS-BU-NEW-BLDG  TO BU-BUILDING
           MOVE WS-BU-NEW-KIND  TO BU-LINE-KIND
           MOVE WS-BU-NEW-CODE  TO BU-CODE
           MOVE WS-BU-NEW-AMT   TO BU-AMOUNT
           OPEN EXTEND BUDGET-FILE
           WRITE BUDGET-RECORD
           CLOSE BUDGET-FILE
           DISPLAY "BUDGET LINE SAVED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE BUDGET RECORD
      *============================
       SAVE-BUDGET-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del budget.dat"
               CALL "SYSTEM" USING "rename tempbu.dat budget.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempbu.dat budget.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BUDGET VS ACTUAL VARIANCE REPORT
      *============================
       BUDGET-VARIANCE-REPORT.
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "=========================================="
           DISPLAY "  BUDGET VS ACTUAL VARIANCE REPORT"
           DISPLAY "=========================================="

           DISPLAY "MONTH TO REPORT (YYYY-MM): "
           MOVE SPACES TO WS-BV-MONTH
           ACCEPT WS-BV-MONTH
           PERFORM UNTIL WS-BV-MONTH(1:4) IS NUMERIC AND
                         WS-BV-MONTH(5:1) = "-" AND
                         WS-BV-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               ACCEPT WS-BV-MONTH
           END-PERFORM
           MOVE WS-BV-MONTH(1:4) TO WS-BV-YEAR
           MOVE WS-BV-MONTH(6:2) TO WS-BV-MM

           DISPLAY "FLAG LINES MORE THAN THIS PERCENT OVER "
                   "BUDGET (EMPTY FOR " WS-PARM-BV-PCT "): "
           MOVE 0 TO WS-BV-PCT
           ACCEPT WS-BV-PCT
           IF WS-BV-PCT = 0
               MOVE WS-PARM-BV-PCT TO WS-BV-PCT
           END-IF

           INITIALIZE WS-BV-TABLE
           MOVE 0 TO WS-BV-COUNT

           PERFORM BV-LOAD-BUDGET
           IF WS-BV-COUNT = 0
               DISPLAY "NO BUDGET LINES ON FILE FOR "
                       WS-BV-YEAR ". SET THE BUDGET UP FIRST."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DORM-FILE
           PERFORM BV-SCAN-INCOME
           PERFORM BV-SCAN-EXPENSES
           CLOSE DORM-FILE

           PERFORM BV-EMIT-REPORT

           DISPLAY " "
           DISPLAY "VARIANCE REPORT WRITTEN TO "
                   FUNCTION TRIM(WS-BV-REPORT-NAME)
           DISPLAY "LINES OVER BUDGET BY MORE THAN " WS-BV-PCT
                   "%: " WS-BV-FLAGGED
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - LOAD THE YEAR'S BUDGET
      *============================
       BV-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF WS-BU-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BU-SCAN-EOF
           PERFORM UNTIL WS-BU-SCAN-EOF = "Y"
               READ BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-BU-SCAN-EOF
                   NOT AT END
                       IF BU-YEAR = WS-BV-YEAR
                           MOVE BU-BUILDING TO WS-BV-LOOK-BLDG
                           MOVE BU-LINE-KIND TO WS-BV-LOOK-KIND
                           MOVE BU-CODE TO WS-BV-LOOK-CODE
                           PERFORM BV-FIND-ENTRY
                           IF WS-BV-FOUND-IDX > 0
                               IF BU-MONTH = WS-BV-MM
                                   ADD BU-AMOUNT TO
                                       WS-BV-BUD-MON(
                                           WS-BV-FOUND-IDX)
                               END-IF
                               IF BU-MONTH <= WS-BV-MM
                                   ADD BU-AMOUNT TO
                                       WS-BV-BUD-YTD(
                                           WS-BV-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - FIND OR ADD A REPORT LINE
      *============================
       BV-FIND-ENTRY.
           MOVE 0 TO WS-BV-FOUND-IDX
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-COUNT
               IF WS-BV-BLDG(WS-BV-IDX) = WS-BV-LOOK-BLDG AND
                  WS-BV-KIND(WS-BV-IDX) = WS-BV-LOOK-KIND AND
                  WS-BV-CODE(WS-BV-IDX) = WS-BV-LOOK-CODE
                   MOVE WS-BV-IDX TO WS-BV-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BV-FOUND-IDX = 0 AND WS-BV-COUNT < 200
               ADD 1 TO WS-BV-COUNT
               MOVE WS-BV-COUNT TO WS-BV-FOUND-IDX
               MOVE WS-BV-LOOK-BLDG
                   TO WS-BV-BLDG(WS-BV-FOUND-IDX)
               MOVE WS-BV-LOOK-KIND
                   TO WS-BV-KIND(WS-BV-FOUND-IDX)
               MOVE WS-BV-LOOK-CODE
                   TO WS-BV-CODE(WS-BV-FOUND-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - ACTUAL COLLECTIONS FROM HISTORY
      *============================
      *DORM-FILE is open INPUT from the caller for the building
      *lookup. VOID reversals carry type VOID and cannot be put
      *back on their original income line, so they are left out.
       BV-SCAN-INCOME.
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE(1:4) = WS-BV-MONTH(1:4)
                          AND PH-PAYMENT-DATE(6:2) IS NUMERIC
                          AND PH-AMOUNT-PAID NOT = 0
                          AND PH-METHOD NOT = "INTERNAL"
                          AND PH-PAYMENT-TYPE NOT = "VOID"
                          AND PH-PAYMENT-TYPE NOT = "CHECKOUT"
                          AND PH-PAYMENT-TYPE NOT = "DEPOSIT"
                          AND PH-PAYMENT-TYPE NOT =
                              "DEP-APPLIED"
                          AND PH-PAYMENT-TYPE NOT = "DEP-REFUND"
                          AND PH-PAYMENT-TYPE NOT =
                              "DEP-FORFEIT"
                          AND PH-PAYMENT-TYPE NOT = "BOOKING"
                          AND PH-PAYMENT-TYPE NOT =
                              "CREDIT-REFUND"
                           PERFORM BV-APPLY-INCOME-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - APPLY ONE COLLECTION
      *============================
       BV-APPLY-INCOME-ENTRY.
           MOVE PH-PAYMENT-DATE(6:2) TO WS-BV-ROW-MM
           IF WS-BV-ROW-MM > WS-BV-MM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BV-LOOK-BLDG
           MOVE PH-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DI-BUILDING TO WS-BV-LOOK-BLDG
           END-READ
           IF WS-BV-LOOK-BLDG = SPACES
               MOVE "A" TO WS-BV-LOOK-BLDG
           END-IF
           MOVE "INCOME" TO WS-BV-LOOK-KIND
           IF PH-PAYMENT-TYPE = "BILLING"
               MOVE "RENT" TO WS-BV-LOOK-CODE
           ELSE
               MOVE PH-PAYMENT-TYPE TO WS-BV-LOOK-CODE
           END-IF
           PERFORM BV-FIND-ENTRY
           IF WS-BV-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD PH-AMOUNT-PAID
               TO WS-BV-ACT-YTD(WS-BV-FOUND-IDX)
           IF WS-BV-ROW-MM = WS-BV-MM
               ADD PH-AMOUNT-PAID
                   TO WS-BV-ACT-MON(WS-BV-FOUND-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - ACTUAL EXPENSES
      *============================
       BV-SCAN-EXPENSES.
           OPEN INPUT EXPENSE-FILE
           IF WS-EXP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ EXPENSE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF EX-DATE(1:4) = WS-BV-MONTH(1:4) AND
                          EX-DATE(6:2) IS NUMERIC
                           PERFORM BV-APPLY-EXPENSE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - APPLY ONE EXPENSE
      *============================
       BV-APPLY-EXPENSE-ENTRY.
           MOVE EX-DATE(6:2) TO WS-BV-ROW-MM
           IF WS-BV-ROW-MM > WS-BV-MM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BV-LOOK-BLDG
           IF EX-DORM-ID NOT = SPACES
               MOVE EX-DORM-ID TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DI-BUILDING TO WS-BV-LOOK-BLDG
               END-READ
           END-IF
           IF WS-BV-LOOK-BLDG = SPACES
               MOVE "A" TO WS-BV-LOOK-BLDG
           END-IF
           MOVE "EXPENSE" TO WS-BV-LOOK-KIND
           MOVE EX-CATEGORY TO WS-BV-LOOK-CODE
           PERFORM BV-FIND-ENTRY
           IF WS-BV-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD EX-AMOUNT TO WS-BV-ACT-YTD(WS-BV-FOUND-IDX)
           IF WS-BV-ROW-MM = WS-BV-MM
               ADD EX-AMOUNT TO WS-BV-ACT-MON(WS-BV-FOUND-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - WRITE THE REPORT
      *============================
       BV-EMIT-REPORT.
           MOVE "VARIANCE" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "variance_" DELIMITED BY SIZE
                  WS-BV-MONTH DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-BV-REPORT-NAME
           STRING "MONTH " DELIMITED BY SIZE
                  WS-BV-MONTH DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE 0 TO WS-BV-FLAGGED
           MOVE 0 TO WS-BV-LINES

           MOVE SPACES TO VARIANCE-REPORT-RECORD
           STRING "BUDGET VS ACTUAL FOR " DELIMITED BY SIZE
                  WS-BV-MONTH DELIMITED BY SPACE
                  " (MONTH BUDGET/ACTUAL/VARIANCE, THEN YTD)"
                  DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-RECORD
           END-STRING
           WRITE VARIANCE-REPORT-RECORD

           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-COUNT
               PERFORM BV-EMIT-ONE-LINE
           END-PERFORM

           CLOSE VARIANCE-REPORT-FILE
           PERFORM RPT-CATALOG-RUN
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VARIANCE - ONE REPORT LINE
      *============================
       BV-EMIT-ONE-LINE.
           COMPUTE WS-BV-VAR =
                   WS-BV-ACT-MON(WS-BV-IDX) -
                   WS-BV-BUD-MON(WS-BV-IDX)
           MOVE WS-BV-BUD-MON(WS-BV-IDX) TO WS-BV-EDIT-A
           MOVE WS-BV-ACT-MON(WS-BV-IDX) TO WS-BV-EDIT-B
           MOVE WS-BV-VAR TO WS-BV-EDIT-C
           MOVE WS-BV-BUD-YTD(WS-BV-IDX) TO WS-BV-EDIT-D
           MOVE WS-BV-ACT-YTD(WS-BV-IDX) TO WS-BV-EDIT-E
           COMPUTE WS-BV-VAR =
                   WS-BV-ACT-YTD(WS-BV-IDX) -
                   WS-BV-BUD-YTD(WS-BV-IDX)
           MOVE WS-BV-VAR TO WS-BV-EDIT-F

           MOVE SPACES TO VARIANCE-REPORT-RECORD
           STRING "BLDG " DELIMITED BY SIZE
                  WS-BV-BLDG(WS-BV-IDX) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-BV-KIND(WS-BV-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-BV-CODE(WS-BV-IDX) DELIMITED BY SPACE
                  " | BUD " DELIMITED BY SIZE
                  WS-BV-EDIT-A DELIMITED BY SIZE
                  " ACT " DELIMITED BY SIZE
                  WS-BV-EDIT-B DELIMITED BY SIZE
                  " VAR " DELIMITED BY SIZE
                  WS-BV-EDIT-C DELIMITED BY SIZE
                  " | YTD BUD " DELIMITED BY SIZE
                  WS-BV-EDIT-D DELIMITED BY SIZE
                  " ACT " DELIMITED BY SIZE
                  WS-BV-EDIT-E DELIMITED BY SIZE
                  " VAR " DELIMITED BY SIZE
                  WS-BV-EDIT-F DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-RECORD
           END-STRING
           WRITE VARIANCE-REPORT-RECORD
           ADD 1 TO WS-BV-LINES
           DISPLAY VARIANCE-REPORT-RECORD(1:79)

           *> Running hot: actual past budget by the threshold
           IF WS-BV-BUD-MON(WS-BV-IDX) > 0
               COMPUTE WS-BV-LIMIT =
                       WS-BV-BUD-MON(WS-BV-IDX) *
                       (100 + WS-BV-PCT) / 100
               IF WS-BV-ACT-MON(WS-BV-IDX) > WS-BV-LIMIT
                   ADD 1 TO WS-BV-FLAGGED
                   MOVE SPACES TO VARIANCE-REPORT-RECORD
                   STRING "*** " DELIMITED BY SIZE
                          WS-BV-KIND(WS-BV-IDX)
                          DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-BV-CODE(WS-BV-IDX)
                          DELIMITED BY SPACE
                          " IS MORE THAN " DELIMITED BY SIZE
                          WS-BV-PCT DELIMITED BY SIZE
                          "% OVER BUDGET THIS MONTH ***"
                          DELIMITED BY SIZE
                          INTO VARIANCE-REPORT-RECORD
                   END-STRING
                   WRITE VARIANCE-REPORT-RECORD
                   DISPLAY VARIANCE-REPORT-RECORD(1:79)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MONTHLY PROFIT AND LOSS REPORT
      *============================
       PROFIT-AND-LOSS-REPORT.
           DISPLAY "=========================================="
           DISPLAY "     MONTHLY PROFIT AND LOSS (BY FLOOR)"
           DISPLAY "=========================================="

           DISPLAY "MONTH TO REPORT (YYYY-MM): "
           MOVE SPACES TO WS-PNL-MONTH
           ACCEPT WS-PNL-MONTH
           PERFORM UNTIL WS-PNL-MONTH(1:4) IS NUMERIC AND
                         WS-PNL-MONTH(5:1) = "-" AND
                         WS-PNL-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               ACCEPT WS-PNL-MONTH
           END-PERFORM

           INITIALIZE WS-PNL-TABLE
           MOVE 0 TO WS-PNL-UNALLOC
           MOVE 0 TO WS-PNL-TOT-COLL
           MOVE 0 TO WS-PNL-TOT-EXP

           *> Revenue side: the month's net collections, split by
           *> the floor of the room that paid
           OPEN INPUT HISTORY-FILE
           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE(1:7) = WS-PNL-MONTH AND
                          PH-AMOUNT-PAID NOT = 0
                           PERFORM PNL-TALLY-COLLECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE DORM-FILE

           *> Expense side
           OPEN INPUT EXPENSE-FILE
           IF WS-EXP-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ EXPENSE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF EX-DATE(1:7) = WS-PNL-MONTH
                               ADD EX-AMOUNT TO WS-PNL-TOT-EXP
                               *> Floor 00 (or junk) on an old row
                               *> goes to the unallocated bucket
                               *> instead of subscripting the table
                               *> out of range
                               IF EX-FLOOR NOT = SPACES AND
                                  EX-FLOOR IS NUMERIC AND
                                  EX-FLOOR NOT = "00"
                                   MOVE EX-FLOOR TO WS-PNL-FLOOR
                                   ADD EX-AMOUNT TO
                                       WS-PNL-EXP(WS-PNL-FLOOR)
                               ELSE
                                   ADD EX-AMOUNT TO WS-PNL-UNALLOC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-FILE
           END-IF

           DISPLAY " "
           DISPLAY "PROFIT AND LOSS FOR " WS-PNL-MONTH
           DISPLAY "------------------------------------------"
           PERFORM VARYING WS-PNL-FLOOR FROM 1 BY 1
               UNTIL WS-PNL-FLOOR > 99
               IF WS-PNL-COLL(WS-PNL-FLOOR) NOT = 0 OR
                  WS-PNL-EXP(WS-PNL-FLOOR) NOT = 0
                   COMPUTE WS-PNL-NET =
                           WS-PNL-COLL(WS-PNL-FLOOR) -
                           WS-PNL-EXP(WS-PNL-FLOOR)
                   DISPLAY "FLOOR " WS-PNL-FLOOR
                           " | COLLECTED: "
                           WS-PNL-COLL(WS-PNL-FLOOR)
                           " | EXPENSES: "
                           WS-PNL-EXP(WS-PNL-FLOOR)
                           " | NET: " WS-PNL-NET
               END-IF
           END-PERFORM

           IF WS-PNL-UNALLOC NOT = 0
               DISPLAY "UNALLOCATED EXPENSES (NO FLOOR): "
                       WS-PNL-UNALLOC
           END-IF

           DISPLAY "------------------------------------------"
           COMPUTE WS-PNL-NET = WS-PNL-TOT-COLL - WS-PNL-TOT-EXP
           DISPLAY "TOTAL COLLECTED: " WS-PNL-TOT-COLL
           DISPLAY "TOTAL EXPENSES : " WS-PNL-TOT-EXP
           DISPLAY "NET            : " WS-PNL-NET
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: P&L - TALLY ONE COLLECTION
      *============================
       PNL-TALLY-COLLECTION.
           *> INTERNAL postings moved no money; the cash behind a
           *> deposit application was already collected (and
           *> counted) as the DEPOSIT receipt at move-in
           IF PH-METHOD = "INTERNAL"
               EXIT PARAGRAPH
           END-IF

           IF PH-PAYMENT-TYPE = "VOID"
               COMPUTE WS-PNL-SIGNED = 0 - PH-AMOUNT-PAID
           ELSE
               MOVE PH-AMOUNT-PAID TO WS-PNL-SIGNED
           END-IF

           *> DEP-REFUND and CREDIT-REFUND are money handed back at
           *> the counter
           IF PH-PAYMENT-TYPE = "DEP-REFUND" OR
              PH-PAYMENT-TYPE = "CREDIT-REFUND"
               COMPUTE WS-PNL-SIGNED = 0 - PH-AMOUNT-PAID
           END-IF

           ADD WS-PNL-SIGNED TO WS-PNL-TOT-COLL

           MOVE PH-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DI-FLOOR TO WS-PNL-FLOOR
                   ADD WS-PNL-SIGNED TO WS-PNL-COLL(WS-PNL-FLOOR)
           END-READ
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GENERAL LEDGER EXPORT MENU
      *============================
       GL-EXPORT-MENU.
           PERFORM UNTIL UTIL-GL-CHOICE = 4
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "    GENERAL LEDGER EXPORT"
           DISPLAY "=============================="
           DISPLAY "1 - LIST ACCOUNT MAPPINGS"
           DISPLAY "2 - ADD ACCOUNT MAPPING"
           DISPLAY "3 - RUN MONTHLY JOURNAL EXPORT"
           DISPLAY "4 - BACK"

           DISPLAY "ENTER CHOICE (1 - 4): "
           ACCEPT UTIL-GL-CHOICE

           EVALUATE UTIL-GL-CHOICE
               WHEN 1
                   PERFORM LIST-GL-MAPPINGS
               WHEN 2
                   PERFORM ADD-GL-MAPPING
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM GL-EXPORT-RUN
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SEED THE ACCOUNT MAPPING ON FIRST USE
      *============================
       ENSURE-GL-MAP-FILE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               CLOSE GL-MAP-FILE
               PERFORM GL-SEED-LATER-MAPPINGS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT GL-MAP-FILE
           MOVE "PAYTYPE" TO GM-SOURCE
           MOVE "RENT" TO GM-CODE
           MOVE "4100" TO GM-ACCOUNT
           MOVE "RENTAL INCOME" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "BILLING" TO GM-CODE
           WRITE GL-MAP-RECORD
           MOVE "ELECTRICITY" TO GM-CODE
           MOVE "4200" TO GM-ACCOUNT
           MOVE "ELECTRICITY RECOVERIES" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "WATER" TO GM-CODE
           MOVE "4300" TO GM-ACCOUNT
           MOVE "WATER RECOVERIES" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "DEPOSIT" TO GM-CODE
           MOVE "2100" TO GM-ACCOUNT
           MOVE "SECURITY DEPOSITS HELD" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "DEP-REFUND" TO GM-CODE
           WRITE GL-MAP-RECORD
           MOVE "BOOKING" TO GM-CODE
           MOVE "2200" TO GM-ACCOUNT
           MOVE "BOOKING FEES HELD" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "CREDIT-REFUND" TO GM-CODE
           MOVE "2300" TO GM-ACCOUNT
           MOVE "TENANT CREDITS ON ACCOUNT" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "VOID" TO GM-CODE
           MOVE "4990" TO GM-ACCOUNT
           MOVE "PAYMENT REVERSALS" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "METHOD" TO GM-SOURCE
           MOVE "CASH" TO GM-CODE
           MOVE "1000" TO GM-ACCOUNT
           MOVE "CASH ON HAND" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "BANK" TO GM-CODE
           MOVE "1100" TO GM-ACCOUNT
           MOVE "BANK ACCOUNT" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           MOVE "GCASH" TO GM-CODE
           MOVE "1150" TO GM-ACCOUNT
           MOVE "GCASH WALLET" TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           CLOSE GL-MAP-FILE
           PERFORM GL-SEED-LATER-MAPPINGS
           DISPLAY "ACCOUNT MAPPING FILE CREATED WITH THE "
                   "STANDARD INCOME AND CASH ACCOUNTS. ADD "
                   "EXPENSE CATEGORY AND EXTRA CHARGE TYPE "
                   "MAPPINGS AS NEEDED."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD MAPPINGS FOR PAYMENT TYPES INTRODUCED AFTER
      *          THE MAPPING FILE WAS FIRST CREATED
      *============================
       GL-SEED-LATER-MAPPINGS.
           MOVE "PAYTYPE" TO WS-GL-SEED-SOURCE
           MOVE "BD-RECOVERY" TO WS-GL-SEED-CODE
           MOVE "4950" TO WS-GL-SEED-ACCOUNT
           MOVE "BAD DEBT RECOVERIES" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "BD-COLLECTION" TO WS-GL-SEED-CODE
           MOVE "4100" TO WS-GL-SEED-ACCOUNT
           MOVE "RENTAL INCOME" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "LOST-KEY" TO WS-GL-SEED-CODE
           MOVE "4600" TO WS-GL-SEED-ACCOUNT
           MOVE "KEY AND CARD FEES" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "CARD-REPLACE" TO WS-GL-SEED-CODE
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "GUEST-FEE" TO WS-GL-SEED-CODE
           MOVE "4650" TO WS-GL-SEED-ACCOUNT
           MOVE "GUEST FEES" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "PARKING" TO WS-GL-SEED-CODE
           MOVE "4700" TO WS-GL-SEED-ACCOUNT
           MOVE "PARKING AND STORAGE RENTALS" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "BIKE-RACK" TO WS-GL-SEED-CODE
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "LOCKER" TO WS-GL-SEED-CODE
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "STORAGE" TO WS-GL-SEED-CODE
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "DISCOUNT" TO WS-GL-SEED-CODE
           MOVE "4190" TO WS-GL-SEED-ACCOUNT
           MOVE "RENT DISCOUNTS AND PROMOTIONS" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           *> Checks sit with the cash until the deposit slip goes
           *> to the bank
           MOVE "METHOD" TO WS-GL-SEED-SOURCE
           MOVE "CHECK" TO WS-GL-SEED-CODE
           MOVE "1000" TO WS-GL-SEED-ACCOUNT
           MOVE "CASH ON HAND" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           *> Liability accounts for the month-end liabilities
           *> section, the same accounts the receipts credit
           MOVE "LIAB" TO WS-GL-SEED-SOURCE
           MOVE "DEPOSIT" TO WS-GL-SEED-CODE
           MOVE "2100" TO WS-GL-SEED-ACCOUNT
           MOVE "SECURITY DEPOSITS HELD" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "BOOKING" TO WS-GL-SEED-CODE
           MOVE "2200" TO WS-GL-SEED-ACCOUNT
           MOVE "BOOKING FEES HELD" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "CREDIT" TO WS-GL-SEED-CODE
           MOVE "2300" TO WS-GL-SEED-ACCOUNT
           MOVE "TENANT CREDITS ON ACCOUNT" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           MOVE "PREPAID" TO WS-GL-SEED-CODE
           MOVE "2400" TO WS-GL-SEED-ACCOUNT
           MOVE "PREPAID RENT (UNEARNED)" TO WS-GL-SEED-DESC
           PERFORM GL-ENSURE-SEED-MAPPING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: APPEND ONE MAPPING UNLESS THE SITE ALREADY HAS IT
      *============================
       GL-ENSURE-SEED-MAPPING.
           *> Reads on the file status so this is safe to reach
           *> from inside another file's read loop
           MOVE "N" TO WS-GL-SEED-FOUND
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLMAP-FILE-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       NOT AT END
                           IF GM-SOURCE = WS-GL-SEED-SOURCE AND
                              GM-CODE = WS-GL-SEED-CODE
                               MOVE "Y" TO WS-GL-SEED-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF
           IF WS-GL-SEED-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GL-MAP-FILE
           MOVE WS-GL-SEED-SOURCE TO GM-SOURCE
           MOVE WS-GL-SEED-CODE TO GM-CODE
           MOVE WS-GL-SEED-ACCOUNT TO GM-ACCOUNT
           MOVE WS-GL-SEED-DESC TO GM-DESCRIPTION
           WRITE GL-MAP-RECORD
           CLOSE GL-MAP-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LOAD THE ACCOUNT MAPPING TABLE
      *============================
       LOAD-GL-MAP.
           PERFORM ENSURE-GL-MAP-FILE
           MOVE 0 TO WS-GL-MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ GL-MAP-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF WS-GL-MAP-COUNT < 100
                           ADD 1 TO WS-GL-MAP-COUNT
                           MOVE GM-SOURCE TO
                               WS-GLM-SOURCE(WS-GL-MAP-COUNT)
                           MOVE GM-CODE TO
                               WS-GLM-CODE(WS-GL-MAP-COUNT)
                           MOVE GM-ACCOUNT TO
                               WS-GLM-ACCOUNT(WS-GL-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - ACCOUNT FOR A SOURCE/CODE PAIR
      *============================
       GL-FIND-ACCOUNT.
           MOVE "N" TO WS-GL-LOOK-FOUND
           MOVE SPACES TO WS-GL-LOOK-ACCOUNT
           PERFORM VARYING WS-GL-MAP-IDX FROM 1 BY 1
               UNTIL WS-GL-MAP-IDX > WS-GL-MAP-COUNT
               IF WS-GLM-SOURCE(WS-GL-MAP-IDX) =
                      WS-GL-LOOK-SOURCE AND
                  WS-GLM-CODE(WS-GL-MAP-IDX) = WS-GL-LOOK-CODE
                   MOVE "Y" TO WS-GL-LOOK-FOUND
                   MOVE WS-GLM-ACCOUNT(WS-GL-MAP-IDX)
                       TO WS-GL-LOOK-ACCOUNT
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST ACCOUNT MAPPINGS
      *============================
       LIST-GL-MAPPINGS.
           PERFORM ENSURE-GL-MAP-FILE
           DISPLAY " "
           DISPLAY "ACCOUNT MAPPINGS:"
           DISPLAY "----------------------------------------"
           OPEN INPUT GL-MAP-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ GL-MAP-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       DISPLAY GM-SOURCE " | " GM-CODE
                               " | " GM-ACCOUNT
                               " | " GM-DESCRIPTION
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD ACCOUNT MAPPING
      *============================
       ADD-GL-MAPPING.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM ENSURE-GL-MAP-FILE

           DISPLAY "MAP WHAT KIND OF CODE?"
           DISPLAY "1 - PAYMENT TYPE (PH-PAYMENT-TYPE / CHARGE "
                   "TYPE CODE)"
           DISPLAY "2 - PAYMENT METHOD"
           DISPLAY "3 - EXPENSE CATEGORY"
           MOVE 0 TO WS-GLA-SOURCE-CHOICE
           ACCEPT WS-GLA-SOURCE-CHOICE
           PERFORM UNTIL WS-GLA-SOURCE-CHOICE >= 1 AND
                         WS-GLA-SOURCE-CHOICE <= 3
               DISPLAY "INVALID CHOICE. ENTER 1 - 3: "
               ACCEPT WS-GLA-SOURCE-CHOICE
           END-PERFORM
           EVALUATE WS-GLA-SOURCE-CHOICE
               WHEN 1
                   MOVE "PAYTYPE" TO WS-GLA-NEW-SOURCE
               WHEN 2
                   MOVE "METHOD" TO WS-GLA-NEW-SOURCE
               WHEN 3
                   MOVE "EXPENSE" TO WS-GLA-NEW-SOURCE
           END-EVALUATE

           DISPLAY "CODE (e.g., INTERNET, REPAIRS): "
           MOVE SPACES TO WS-GLA-NEW-CODE
           ACCEPT WS-GLA-NEW-CODE
           INSPECT WS-GLA-NEW-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-GLA-NEW-CODE NOT = SPACES
               DISPLAY "CODE CANNOT BE BLANK: "
               ACCEPT WS-GLA-NEW-CODE
               INSPECT WS-GLA-NEW-CODE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           PERFORM LOAD-GL-MAP
           MOVE WS-GLA-NEW-SOURCE TO WS-GL-LOOK-SOURCE
           MOVE WS-GLA-NEW-CODE TO WS-GL-LOOK-CODE
           PERFORM GL-FIND-ACCOUNT
           IF WS-GL-LOOK-FOUND = "Y"
               DISPLAY "ERROR: " WS-GLA-NEW-CODE " IS ALREADY "
                       "MAPPED TO ACCOUNT " WS-GL-LOOK-ACCOUNT "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GL ACCOUNT CODE (e.g., 5100): "
           MOVE SPACES TO WS-GLA-NEW-ACCT
           ACCEPT WS-GLA-NEW-ACCT
           PERFORM UNTIL WS-GLA-NEW-ACCT NOT = SPACES
               DISPLAY "ACCOUNT CANNOT BE BLANK: "
               ACCEPT WS-GLA-NEW-ACCT
           END-PERFORM

           DISPLAY "DESCRIPTION: "
           MOVE SPACES TO WS-GLA-NEW-DESC
           ACCEPT WS-GLA-NEW-DESC

           MOVE WS-GLA-NEW-SOURCE TO GM-SOURCE
           MOVE WS-GLA-NEW-CODE   TO GM-CODE
           MOVE WS-GLA-NEW-ACCT   TO GM-ACCOUNT
           MOVE WS-GLA-NEW-DESC   TO GM-DESCRIPTION
           OPEN EXTEND GL-MAP-FILE
           WRITE GL-MAP-RECORD
           CLOSE GL-MAP-FILE
           DISPLAY "MAPPING ADDED: " GM-SOURCE " " GM-CODE
                   " -> " GM-ACCOUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MONTHLY GL JOURNAL EXPORT RUN
      *============================
       GL-EXPORT-RUN.
           DISPLAY "=========================================="
           DISPLAY "    MONTHLY GL JOURNAL EXPORT"
           DISPLAY "=========================================="
           DISPLAY "Turns the month's collections and expenses "
                   "into balanced debit/credit journal lines. "
                   "Anything without an account mapping goes to "
                   "a dated gl_exceptions file instead of the "
                   "journal. Month-end liability balances go to "
                   "gl_liab_YYYY-MM.csv."
           DISPLAY " "

           DISPLAY "MONTH TO EXPORT (YYYY-MM): "
           MOVE SPACES TO WS-GL-MONTH
           ACCEPT WS-GL-MONTH
           PERFORM UNTIL WS-GL-MONTH(1:4) IS NUMERIC AND
                         WS-GL-MONTH(5:1) = "-" AND
                         WS-GL-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               ACCEPT WS-GL-MONTH
           END-PERFORM

           PERFORM LOAD-GL-MAP

           MOVE SPACES TO WS-GL-JOURNAL-NAME
           STRING "gl_" DELIMITED BY SIZE
                  WS-GL-MONTH DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-GL-JOURNAL-NAME
           END-STRING
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE "DATE,ACCOUNT,DEBIT,CREDIT,MEMO"
               TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           MOVE "GLEXCEPT" TO WS-RC-REPORT
           MOVE "gl_exceptions" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-GL-EXC-NAME
           STRING "MONTH " DELIMITED BY SIZE
                  WS-GL-MONTH DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT GL-EXCEPTION-FILE

           MOVE 0 TO WS-GL-LINE-COUNT
           MOVE 0 TO WS-GL-EXC-COUNT

           *> Collections: each receipt debits the cash/bank
           *> account of its method and credits the income (or
           *> liability) account of its type; reversals flip sides.
           *> Rent discounts granted in the month are reclassed out
           *> of rental income into the contra-revenue account.
           PERFORM AUDIT-COLLECT-VOIDED-TXNS
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE(1:7) = WS-GL-MONTH AND
                          PH-AMOUNT-PAID NOT = 0 AND
                          PH-METHOD NOT = "INTERNAL"
                           PERFORM GL-EXPORT-ONE-RECEIPT
                       END-IF
                       IF PH-PAYMENT-DATE(1:7) = WS-GL-MONTH AND
                          PH-PAYMENT-TYPE = "DISCOUNT"
                           PERFORM GL-EXPORT-ONE-DISCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           *> Expenses: debit the category account, credit cash
           OPEN INPUT EXPENSE-FILE
           IF WS-EXP-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ EXPENSE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF EX-DATE(1:7) = WS-GL-MONTH
                               PERFORM GL-EXPORT-ONE-EXPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-FILE
           END-IF

           *> Liabilities: month-end balances of deposits, credits,
           *> booking fees and prepaid rent, in a file of their own
           PERFORM LB-GL-SECTION

           CLOSE GL-JOURNAL-FILE
           CLOSE GL-EXCEPTION-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "EXPORT COMPLETE."
           DISPLAY "  JOURNAL LINES WRITTEN: " WS-GL-LINE-COUNT
           DISPLAY "  UNMAPPED EXCEPTIONS  : " WS-GL-EXC-COUNT
           DISPLAY "  JOURNAL FILE         : "
                   FUNCTION TRIM(WS-GL-JOURNAL-NAME)
           DISPLAY "  LIABILITIES FILE     : "
                   FUNCTION TRIM(WS-LB-GL-NAME)
           IF WS-LB-UNTIED > 0
               DISPLAY "  WARNING: " WS-LB-UNTIED " LIABILITY "
                       "CATEGORY(IES) DO NOT TIE TO THE FILES. RUN "
                       "THE LIABILITIES REPORT FOR DETAIL."
           END-IF
           IF WS-GL-EXC-COUNT > 0
               DISPLAY "  SEE " FUNCTION TRIM(WS-GL-EXC-NAME)
                       " AND ADD THE MISSING MAPPINGS."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - EXPORT ONE HISTORY RECEIPT
      *============================
       GL-EXPORT-ONE-RECEIPT.
           MOVE "METHOD" TO WS-GL-LOOK-SOURCE
           MOVE PH-METHOD TO WS-GL-LOOK-CODE
           PERFORM GL-FIND-ACCOUNT
           IF WS-GL-LOOK-FOUND = "N"
               PERFORM GL-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-LOOK-ACCOUNT TO WS-GL-CASH-ACCT

           MOVE "PAYTYPE" TO WS-GL-LOOK-SOURCE
           MOVE PH-PAYMENT-TYPE TO WS-GL-LOOK-CODE
           PERFORM GL-FIND-ACCOUNT
           IF WS-GL-LOOK-FOUND = "N"
               PERFORM GL-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-LOOK-ACCOUNT TO WS-GL-OTHER-ACCT

           MOVE PH-AMOUNT-PAID TO WS-GL-AMOUNT
           MOVE "N" TO WS-GL-OUTFLOW
           IF PH-PAYMENT-TYPE = "VOID" OR
              PH-PAYMENT-TYPE = "DEP-REFUND" OR
              PH-PAYMENT-TYPE = "CREDIT-REFUND"
               MOVE "Y" TO WS-GL-OUTFLOW
           END-IF
           *> A negative receipt (a reversal carried as negative
           *> amount paid) is the same as a positive outflow
           IF WS-GL-AMOUNT < 0
               COMPUTE WS-GL-AMOUNT = 0 - WS-GL-AMOUNT
               IF WS-GL-OUTFLOW = "Y"
                   MOVE "N" TO WS-GL-OUTFLOW
               ELSE
                   MOVE "Y" TO WS-GL-OUTFLOW
               END-IF
           END-IF

           MOVE PH-PAYMENT-DATE TO WS-GL-DATE
           MOVE SPACES TO WS-GL-MEMO
           STRING PH-PAYMENT-TYPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PH-TRANSACTION-ID DELIMITED BY SPACE
                  INTO WS-GL-MEMO
           END-STRING

           IF WS-GL-OUTFLOW = "Y"
               MOVE WS-GL-OTHER-ACCT TO WS-GL-ACCOUNT
               MOVE WS-GL-AMOUNT TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM GL-WRITE-JOURNAL-LINE
               MOVE WS-GL-CASH-ACCT TO WS-GL-ACCOUNT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-GL-AMOUNT TO WS-GL-CREDIT
               PERFORM GL-WRITE-JOURNAL-LINE
           ELSE
               MOVE WS-GL-CASH-ACCT TO WS-GL-ACCOUNT
               MOVE WS-GL-AMOUNT TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM GL-WRITE-JOURNAL-LINE
               MOVE WS-GL-OTHER-ACCT TO WS-GL-ACCOUNT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-GL-AMOUNT TO WS-GL-CREDIT
               PERFORM GL-WRITE-JOURNAL-LINE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - EXPORT ONE RENT DISCOUNT
      *============================
      *Debit the discount (contra-revenue) account, credit rental
      *income. Discounts that were later voided are left out.
       GL-EXPORT-ONE-DISCOUNT.
           MOVE "N" TO WS-DC-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-DC-VOIDED
               END-IF
           END-PERFORM
           IF WS-DC-VOIDED = "Y" OR PH-AMOUNT-DUE >= 0
               EXIT PARAGRAPH
           END-IF

           MOVE "PAYTYPE" TO WS-GL-LOOK-SOURCE
           MOVE "DISCOUNT" TO WS-GL-LOOK-CODE
           PERFORM GL-FIND-ACCOUNT
           IF WS-GL-LOOK-FOUND = "N"
               PERFORM GL-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-LOOK-ACCOUNT TO WS-GL-OTHER-ACCT

           MOVE "PAYTYPE" TO WS-GL-LOOK-SOURCE
           MOVE "BILLING" TO WS-GL-LOOK-CODE
           PERFORM GL-FIND-ACCOUNT
           IF WS-GL-LOOK-FOUND = "N"
               PERFORM GL-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GL-AMOUNT = 0 - PH-AMOUNT-DUE
           MOVE PH-PAYMENT-DATE TO WS-GL-DATE
           MOVE SPACES TO WS-GL-MEMO
           STRING "DISCOUNT " DELIMITED BY SIZE
                  PH-REFERENCE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PH-TRANSACTION-ID DELIMITED BY SPACE
                  INTO WS-GL-MEMO
           END-STRING

           MOVE WS-GL-OTHER-ACCT TO WS-GL-ACCOUNT
           MOVE WS-GL-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM GL-WRITE-JOURNAL-LINE
           MOVE WS-GL-LOOK-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-GL-AMOUNT TO WS-GL-CREDIT
           PERFORM GL-WRITE-JOURNAL-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - EXPORT ONE EXPENSE ROW
      *============================
       GL-EXPORT-ONE-EXPENSE.
           MOVE "EXPENSE" TO WS-GL-LOOK-SOURCE
           MOVE EX-CATEGORY TO WS-GL-LOOK-CODE
           PERFORM GL-FIND-ACCOUNT
           IF WS-GL-LOOK-FOUND = "N"
               PERFORM GL-WRITE-EXPENSE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-LOOK-ACCOUNT TO WS-GL-OTHER-ACCT

           MOVE "METHOD" TO WS-GL-LOOK-SOURCE
           MOVE "CASH" TO WS-GL-LOOK-CODE
           PERFORM GL-FIND-ACCOUNT
           MOVE WS-GL-LOOK-ACCOUNT TO WS-GL-CASH-ACCT

           MOVE EX-DATE TO WS-GL-DATE
           MOVE EX-AMOUNT TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-MEMO
           STRING "EXPENSE " DELIMITED BY SIZE
                  EX-CATEGORY DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(EX-PAYEE) DELIMITED BY SIZE
                  INTO WS-GL-MEMO
           END-STRING

           MOVE WS-GL-OTHER-ACCT TO WS-GL-ACCOUNT
           MOVE WS-GL-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM GL-WRITE-JOURNAL-LINE
           MOVE WS-GL-CASH-ACCT TO WS-GL-ACCOUNT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-GL-AMOUNT TO WS-GL-CREDIT
           PERFORM GL-WRITE-JOURNAL-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - WRITE ONE JOURNAL LINE
      *============================
       GL-WRITE-JOURNAL-LINE.
           MOVE WS-GL-DEBIT TO WS-CSV-NUM-EDIT
           MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT) TO WS-GL-DEBIT-X
           MOVE WS-GL-CREDIT TO WS-CSV-NUM-EDIT
           MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT) TO WS-GL-CREDIT-X

           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING WS-GL-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GL-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GL-DEBIT-X DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GL-CREDIT-X DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GL-MEMO) DELIMITED BY SIZE
                  INTO GL-JOURNAL-RECORD
           END-STRING
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - EXCEPTION FOR AN UNMAPPED RECEIPT
      *============================
       GL-WRITE-EXCEPTION.
           ADD 1 TO WS-GL-EXC-COUNT
           MOVE SPACES TO GL-EXCEPTION-RECORD
           STRING "NO MAPPING FOR " DELIMITED BY SIZE
                  WS-GL-LOOK-SOURCE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-GL-LOOK-CODE DELIMITED BY SPACE
                  " | TXN " DELIMITED BY SIZE
                  PH-TRANSACTION-ID DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  PH-PAYMENT-DATE DELIMITED BY SPACE
                  INTO GL-EXCEPTION-RECORD
           END-STRING
           WRITE GL-EXCEPTION-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - EXCEPTION FOR AN UNMAPPED EXPENSE
      *============================
       GL-WRITE-EXPENSE-EXCEPTION.
           ADD 1 TO WS-GL-EXC-COUNT
           MOVE SPACES TO GL-EXCEPTION-RECORD
           STRING "NO MAPPING FOR EXPENSE CATEGORY "
                  DELIMITED BY SIZE
                  EX-CATEGORY DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  EX-DATE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(EX-PAYEE) DELIMITED BY SIZE
                  INTO GL-EXCEPTION-RECORD
           END-STRING
           WRITE GL-EXCEPTION-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CUSTOMER LIABILITIES AND UNEARNED REVENUE REPORT
      *============================
      *Money held for tenants that is not income yet: security
      *deposits, credits on account, reservation booking fees and
      *rent paid ahead (a negative room rent balance). Every line
      *rolls the previous month-end forward through the month's
      *receipts, applications and refunds and is checked against
      *what the files hold on the as-of date. The movements come
      *from dated entries (payment history, deposit and credit
      *dates, reservation status dates), never from the balances
      *they are checked against.
       LIABILITIES-REPORT.
           DISPLAY "=========================================="
           DISPLAY "  CUSTOMER LIABILITIES / UNEARNED REVENUE"
           DISPLAY "=========================================="
           DISPLAY "Lists deposits held, credits on account, "
                   "booking fees and prepaid rent by building and "
                   "tenant as of a date, with the movement since "
                   "the previous month-end. Output: a dated "
                   "liabilities report."
           DISPLAY " "

           DISPLAY "AS-OF DATE (YYYY-MM-DD, BLANK FOR TODAY): "
           MOVE SPACES TO WS-LB-ASOF
           ACCEPT WS-LB-ASOF
           IF WS-LB-ASOF = SPACES
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-LB-ASOF
               END-STRING
           END-IF
           MOVE WS-LB-ASOF TO WS-VALIDATE-DATE-IN
           PERFORM VALIDATE-DATE-FORMAT
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               MOVE SPACES TO WS-LB-ASOF
               ACCEPT WS-LB-ASOF
               MOVE WS-LB-ASOF TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
           END-PERFORM

           PERFORM LB-BUILD

           MOVE "LIABILITY" TO WS-RC-REPORT
           MOVE "liabilities" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-LB-REPORT-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "AS OF " DELIMITED BY SIZE
                  WS-LB-ASOF DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT LIAB-REPORT-FILE

           MOVE SPACES TO LIAB-REPORT-RECORD
           STRING "CUSTOMER LIABILITIES AS OF " DELIMITED BY SIZE
                  WS-LB-ASOF DELIMITED BY SIZE
                  " - MOVEMENT FROM " DELIMITED BY SIZE
                  WS-LB-FROM DELIMITED BY SIZE
                  INTO LIAB-REPORT-RECORD
           END-STRING
           PERFORM LB-WRITE-LINE
           MOVE SPACES TO LIAB-REPORT-RECORD
           IF WS-LB-SNAP-FOUND = "Y"
               STRING "OPENING BALANCES FROM THE " DELIMITED BY SIZE
                      WS-LB-PRIOR-MONTH DELIMITED BY SIZE
                      " PERIOD CLOSE" DELIMITED BY SIZE
                      INTO LIAB-REPORT-RECORD
               END-STRING
           ELSE
               STRING "OPENING BALANCES REBUILT FROM THE FILES ("
                      DELIMITED BY SIZE
                      WS-LB-PRIOR-MONTH DELIMITED BY SIZE
                      " WAS NOT CLOSED)" DELIMITED BY SIZE
                      INTO LIAB-REPORT-RECORD
               END-STRING
           END-IF
           PERFORM LB-WRITE-LINE

           PERFORM VARYING WS-LB-CT-IDX FROM 1 BY 1
               UNTIL WS-LB-CT-IDX > 4
               PERFORM LB-REPORT-CATEGORY
           END-PERFORM

           MOVE 0 TO WS-LB-SUB-OPEN
           MOVE 0 TO WS-LB-SUB-RECV
           MOVE 0 TO WS-LB-SUB-APPL
           MOVE 0 TO WS-LB-SUB-REFD
           MOVE 0 TO WS-LB-SUB-CLOSE
           PERFORM VARYING WS-LB-CT-IDX FROM 1 BY 1
               UNTIL WS-LB-CT-IDX > 4
               ADD WS-LB-CT-OPEN(WS-LB-CT-IDX) TO WS-LB-SUB-OPEN
               ADD WS-LB-CT-RECV(WS-LB-CT-IDX) TO WS-LB-SUB-RECV
               ADD WS-LB-CT-APPL(WS-LB-CT-IDX) TO WS-LB-SUB-APPL
               ADD WS-LB-CT-REFD(WS-LB-CT-IDX) TO WS-LB-SUB-REFD
               ADD WS-LB-CT-CLOSE(WS-LB-CT-IDX) TO WS-LB-SUB-CLOSE
           END-PERFORM
           MOVE SPACES TO LIAB-REPORT-RECORD
           PERFORM LB-WRITE-LINE
           MOVE ALL "=" TO LIAB-REPORT-RECORD(1:83)
           PERFORM LB-WRITE-LINE
           MOVE SPACES TO LIAB-REPORT-RECORD
           MOVE "TOTAL LIABILITIES" TO LIAB-REPORT-RECORD(1:22)
           PERFORM LB-EDIT-SUBTOTAL
           PERFORM LB-WRITE-LINE
           MOVE SPACES TO LIAB-REPORT-RECORD
           PERFORM LB-WRITE-LINE
           MOVE SPACES TO LIAB-REPORT-RECORD
           IF WS-LB-UNTIED = 0
               MOVE "ALL CATEGORIES TIE TO THE UNDERLYING FILES."
                   TO LIAB-REPORT-RECORD
           ELSE
               STRING WS-LB-UNTIED DELIMITED BY SIZE
                      " CATEGORY(IES) DO NOT TIE TO THE FILES - "
                      DELIMITED BY SIZE
                      "SEE THE ** LINES." DELIMITED BY SIZE
                      INTO LIAB-REPORT-RECORD
               END-STRING
           END-IF
           PERFORM LB-WRITE-LINE
           IF WS-LB-OVERFLOW = "Y"
               MOVE "WARNING: MORE THAN 3000 LIABILITY LINES - "
                   TO LIAB-REPORT-RECORD
               MOVE "REPORT IS INCOMPLETE."
                   TO LIAB-REPORT-RECORD(43:30)
               PERFORM LB-WRITE-LINE
           END-IF

           CLOSE LIAB-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-LB-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ONE CATEGORY, BUILDING BY BUILDING
      *============================
       LB-REPORT-CATEGORY.
           MOVE SPACES TO LIAB-REPORT-RECORD
           PERFORM LB-WRITE-LINE
           MOVE WS-LB-CT-LABEL(WS-LB-CT-IDX) TO LIAB-REPORT-RECORD
           PERFORM LB-WRITE-LINE
           MOVE SPACES TO LIAB-REPORT-RECORD
           MOVE "TENANT" TO LIAB-REPORT-RECORD(1:10)
           MOVE "ROOM" TO LIAB-REPORT-RECORD(12:10)
           MOVE "B" TO LIAB-REPORT-RECORD(23:1)
           MOVE "    OPENING" TO LIAB-REPORT-RECORD(25:11)
           MOVE "   RECEIVED" TO LIAB-REPORT-RECORD(37:11)
           MOVE "    APPLIED" TO LIAB-REPORT-RECORD(49:11)
           MOVE "   REFUNDED" TO LIAB-REPORT-RECORD(61:11)
           MOVE "    CLOSING" TO LIAB-REPORT-RECORD(73:11)
           PERFORM LB-WRITE-LINE
           MOVE ALL "-" TO LIAB-REPORT-RECORD(1:83)
           PERFORM LB-WRITE-LINE

           PERFORM VARYING WS-LB-BL-IDX FROM 1 BY 1
               UNTIL WS-LB-BL-IDX > WS-LB-BL-COUNT
               PERFORM LB-REPORT-BUILDING
           END-PERFORM

           MOVE ALL "-" TO LIAB-REPORT-RECORD(1:83)
           PERFORM LB-WRITE-LINE
           MOVE WS-LB-CT-OPEN(WS-LB-CT-IDX) TO WS-LB-SUB-OPEN
           MOVE WS-LB-CT-RECV(WS-LB-CT-IDX) TO WS-LB-SUB-RECV
           MOVE WS-LB-CT-APPL(WS-LB-CT-IDX) TO WS-LB-SUB-APPL
           MOVE WS-LB-CT-REFD(WS-LB-CT-IDX) TO WS-LB-SUB-REFD
           MOVE WS-LB-CT-CLOSE(WS-LB-CT-IDX) TO WS-LB-SUB-CLOSE
           MOVE SPACES TO LIAB-REPORT-RECORD
           MOVE "CATEGORY TOTAL" TO LIAB-REPORT-RECORD(1:22)
           PERFORM LB-EDIT-SUBTOTAL
           PERFORM LB-WRITE-LINE

           MOVE WS-LB-CT-FILE(WS-LB-CT-IDX) TO WS-LB-EDIT-E
           MOVE SPACES TO LIAB-REPORT-RECORD
           MOVE "PER THE FILES" TO LIAB-REPORT-RECORD(1:22)
           MOVE WS-LB-EDIT-E TO LIAB-REPORT-RECORD(73:11)
           IF WS-LB-CT-CLOSE(WS-LB-CT-IDX) =
              WS-LB-CT-FILE(WS-LB-CT-IDX)
               MOVE "TIES" TO LIAB-REPORT-RECORD(86:20)
           ELSE
               COMPUTE WS-LB-DIFF = WS-LB-CT-CLOSE(WS-LB-CT-IDX)
                                  - WS-LB-CT-FILE(WS-LB-CT-IDX)
               MOVE WS-LB-DIFF TO WS-LB-EDIT-F
               STRING "** OUT BY " DELIMITED BY SIZE
                      WS-LB-EDIT-F DELIMITED BY SIZE
                      INTO LIAB-REPORT-RECORD(86:30)
               END-STRING
           END-IF
           PERFORM LB-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - LINES OF ONE BUILDING
      *============================
       LB-REPORT-BUILDING.
           MOVE 0 TO WS-LB-SUB-OPEN
           MOVE 0 TO WS-LB-SUB-RECV
           MOVE 0 TO WS-LB-SUB-APPL
           MOVE 0 TO WS-LB-SUB-REFD
           MOVE 0 TO WS-LB-SUB-CLOSE
           MOVE 0 TO WS-LB-SUB-ROWS
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-CAT(WS-LB-IDX) =
                      WS-LB-CT-CODE(WS-LB-CT-IDX) AND
                  WS-LB-BLDG(WS-LB-IDX) =
                      WS-LB-BL-CODE(WS-LB-BL-IDX)
                   PERFORM LB-REPORT-ONE-ROW
               END-IF
           END-PERFORM
           IF WS-LB-SUB-ROWS > 0
               MOVE SPACES TO LIAB-REPORT-RECORD
               STRING "  BUILDING " DELIMITED BY SIZE
                      WS-LB-BL-CODE(WS-LB-BL-IDX) DELIMITED BY SIZE
                      INTO LIAB-REPORT-RECORD
               END-STRING
               PERFORM LB-EDIT-SUBTOTAL
               PERFORM LB-WRITE-LINE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - REPORT ONE LINE
      *============================
      *Lines with no balance and no movement are left off
       LB-REPORT-ONE-ROW.
           IF WS-LB-OPEN(WS-LB-IDX) = 0 AND
              WS-LB-RECV(WS-LB-IDX) = 0 AND
              WS-LB-APPL(WS-LB-IDX) = 0 AND
              WS-LB-REFD(WS-LB-IDX) = 0 AND
              WS-LB-CLOSE(WS-LB-IDX) = 0 AND
              WS-LB-FILE(WS-LB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LB-SUB-ROWS
           ADD WS-LB-OPEN(WS-LB-IDX) TO WS-LB-SUB-OPEN
           ADD WS-LB-RECV(WS-LB-IDX) TO WS-LB-SUB-RECV
           ADD WS-LB-APPL(WS-LB-IDX) TO WS-LB-SUB-APPL
           ADD WS-LB-REFD(WS-LB-IDX) TO WS-LB-SUB-REFD
           ADD WS-LB-CLOSE(WS-LB-IDX) TO WS-LB-SUB-CLOSE

           MOVE WS-LB-OPEN(WS-LB-IDX) TO WS-LB-EDIT-A
           MOVE WS-LB-RECV(WS-LB-IDX) TO WS-LB-EDIT-B
           MOVE WS-LB-APPL(WS-LB-IDX) TO WS-LB-EDIT-C
           MOVE WS-LB-REFD(WS-LB-IDX) TO WS-LB-EDIT-D
           MOVE WS-LB-CLOSE(WS-LB-IDX) TO WS-LB-EDIT-E
           MOVE SPACES TO LIAB-REPORT-RECORD
           MOVE WS-LB-TENANT(WS-LB-IDX) TO LIAB-REPORT-RECORD(1:10)
           MOVE WS-LB-DORM(WS-LB-IDX) TO LIAB-REPORT-RECORD(12:10)
           MOVE WS-LB-BLDG(WS-LB-IDX) TO LIAB-REPORT-RECORD(23:1)
           MOVE WS-LB-EDIT-A TO LIAB-REPORT-RECORD(25:11)
           MOVE WS-LB-EDIT-B TO LIAB-REPORT-RECORD(37:11)
           MOVE WS-LB-EDIT-C TO LIAB-REPORT-RECORD(49:11)
           MOVE WS-LB-EDIT-D TO LIAB-REPORT-RECORD(61:11)
           MOVE WS-LB-EDIT-E TO LIAB-REPORT-RECORD(73:11)
           IF WS-LB-CLOSE(WS-LB-IDX) NOT = WS-LB-FILE(WS-LB-IDX)
               MOVE WS-LB-FILE(WS-LB-IDX) TO WS-LB-EDIT-F
               STRING "** FILES " DELIMITED BY SIZE
                      WS-LB-EDIT-F DELIMITED BY SIZE
                      INTO LIAB-REPORT-RECORD(86:30)
               END-STRING
           END-IF
           PERFORM LB-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - EDIT A SUBTOTAL LINE
      *============================
      *WS-LB-SUB-xxx into the amount columns of the current line
       LB-EDIT-SUBTOTAL.
           MOVE WS-LB-SUB-OPEN TO WS-LB-EDIT-A
           MOVE WS-LB-SUB-RECV TO WS-LB-EDIT-B
           MOVE WS-LB-SUB-APPL TO WS-LB-EDIT-C
           MOVE WS-LB-SUB-REFD TO WS-LB-EDIT-D
           MOVE WS-LB-SUB-CLOSE TO WS-LB-EDIT-E
           MOVE WS-LB-EDIT-A TO LIAB-REPORT-RECORD(25:11)
           MOVE WS-LB-EDIT-B TO LIAB-REPORT-RECORD(37:11)
           MOVE WS-LB-EDIT-C TO LIAB-REPORT-RECORD(49:11)
           MOVE WS-LB-EDIT-D TO LIAB-REPORT-RECORD(61:11)
           MOVE WS-LB-EDIT-E TO LIAB-REPORT-RECORD(73:11)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - WRITE AND SHOW ONE REPORT LINE
      *============================
       LB-WRITE-LINE.
           WRITE LIAB-REPORT-RECORD
           DISPLAY LIAB-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - BUILD THE TABLE AS OF WS-LB-ASOF
      *============================
      *Opening is the previous month's closing as snapshotted by
      *the period close; when that month was never closed it is
      *rebuilt from what the files show dated before the month.
      *Receipts, applications and refunds are taken from dated
      *entries only, so closing = opening + movements is a real
      *check against the balance on file, not a restatement of it.
       LB-BUILD.
           MOVE WS-LB-ASOF(1:7) TO WS-LB-MONTH
           MOVE SPACES TO WS-LB-FROM
           STRING WS-LB-MONTH DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
                  INTO WS-LB-FROM
           END-STRING
           MOVE WS-LB-ASOF(1:4) TO WS-LB-YEAR
           MOVE WS-LB-ASOF(6:2) TO WS-LB-MM
           IF WS-LB-MM = 1
               MOVE 12 TO WS-LB-MM
               SUBTRACT 1 FROM WS-LB-YEAR
           ELSE
               SUBTRACT 1 FROM WS-LB-MM
           END-IF
           MOVE SPACES TO WS-LB-PRIOR-MONTH
           STRING WS-LB-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-LB-MM DELIMITED BY SIZE
                  INTO WS-LB-PRIOR-MONTH
           END-STRING

           MOVE "DEPOSIT" TO WS-LB-CT-CODE(1)
           MOVE "SECURITY DEPOSITS HELD" TO WS-LB-CT-LABEL(1)
           MOVE "CREDIT" TO WS-LB-CT-CODE(2)
           MOVE "TENANT CREDITS ON ACCOUNT" TO WS-LB-CT-LABEL(2)
           MOVE "BOOKING" TO WS-LB-CT-CODE(3)
           MOVE "RESERVATION BOOKING FEES" TO WS-LB-CT-LABEL(3)
           MOVE "PREPAID" TO WS-LB-CT-CODE(4)
           MOVE "PREPAID RENT (UNEARNED)" TO WS-LB-CT-LABEL(4)

           MOVE 0 TO WS-LB-COUNT
           MOVE "N" TO WS-LB-OVERFLOW
           PERFORM LB-LOAD-SNAPSHOT
           PERFORM LB-SCAN-DEPOSITS
           PERFORM LB-SCAN-CREDITS
           PERFORM LB-SCAN-RESERVATIONS
           PERFORM LB-SCAN-HISTORY
           PERFORM LB-SCAN-ROOMS
           PERFORM LB-FILL-TENANTS
           PERFORM LB-FINISH-ROWS
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - FIND OR ADD A LINE
      *============================
      *WS-LB-LOOK-CAT/TENANT/DORM in; WS-LB-FOUND-IDX out (0 when
      *the table is full). Deposits are kept by tenant and room,
      *credits by tenant, booking fees and prepaid rent by room.
      *WS-LB-CALC-OPEN is the opening rebuilt from the files, used
      *when the prior month has no snapshot.
       LB-FIND-ROW.
           MOVE SPACES TO WS-LB-LOOK-KEY
           EVALUATE WS-LB-LOOK-CAT
               WHEN "DEPOSIT"
                   MOVE WS-LB-LOOK-TENANT TO WS-LB-LOOK-KEY(1:10)
                   MOVE WS-LB-LOOK-DORM TO WS-LB-LOOK-KEY(11:10)
               WHEN "CREDIT"
                   MOVE WS-LB-LOOK-TENANT TO WS-LB-LOOK-KEY(1:10)
               WHEN OTHER
                   MOVE WS-LB-LOOK-DORM TO WS-LB-LOOK-KEY(11:10)
           END-EVALUATE
           MOVE 0 TO WS-LB-FOUND-IDX
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT OR
                     WS-LB-FOUND-IDX > 0
               IF WS-LB-CAT(WS-LB-IDX) = WS-LB-LOOK-CAT AND
                  WS-LB-KEY(WS-LB-IDX) = WS-LB-LOOK-KEY
                   MOVE WS-LB-IDX TO WS-LB-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-LB-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LB-COUNT >= 3000
               MOVE "Y" TO WS-LB-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LB-COUNT
           MOVE WS-LB-COUNT TO WS-LB-FOUND-IDX
           MOVE WS-LB-LOOK-CAT TO WS-LB-CAT(WS-LB-COUNT)
           MOVE WS-LB-LOOK-KEY TO WS-LB-KEY(WS-LB-COUNT)
           MOVE WS-LB-LOOK-TENANT TO WS-LB-TENANT(WS-LB-COUNT)
           MOVE WS-LB-LOOK-DORM TO WS-LB-DORM(WS-LB-COUNT)
           MOVE SPACES TO WS-LB-BLDG(WS-LB-COUNT)
           MOVE 0 TO WS-LB-OPEN(WS-LB-COUNT)
           MOVE 0 TO WS-LB-CALC-OPEN(WS-LB-COUNT)
           MOVE 0 TO WS-LB-RECV(WS-LB-COUNT)
           MOVE 0 TO WS-LB-APPL(WS-LB-COUNT)
           MOVE 0 TO WS-LB-REFD(WS-LB-COUNT)
           MOVE 0 TO WS-LB-CLOSE(WS-LB-COUNT)
           MOVE 0 TO WS-LB-FILE(WS-LB-COUNT)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - OPENING FROM THE PRIOR CLOSE
      *============================
       LB-LOAD-SNAPSHOT.
           MOVE "N" TO WS-LB-SNAP-FOUND
           OPEN INPUT LIAB-SNAPSHOT-FILE
           IF WS-LS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LB-EOF
           PERFORM UNTIL WS-LB-EOF = "Y"
               READ LIAB-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-LB-EOF
                   NOT AT END
                       IF LS-MONTH = WS-LB-PRIOR-MONTH
                           IF LS-CATEGORY = "CLOSED"
                               MOVE "Y" TO WS-LB-SNAP-FOUND
                           ELSE
                               MOVE LS-CATEGORY TO WS-LB-LOOK-CAT
                               MOVE LS-TENANT-ID
                                   TO WS-LB-LOOK-TENANT
                               MOVE LS-DORM-ID TO WS-LB-LOOK-DORM
                               PERFORM LB-FIND-ROW
                               IF WS-LB-FOUND-IDX > 0
                                   ADD LS-AMOUNT TO
                                       WS-LB-OPEN(WS-LB-FOUND-IDX)
                                   MOVE LS-BUILDING TO
                                       WS-LB-BLDG(WS-LB-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIAB-SNAPSHOT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - SECURITY DEPOSITS
      *============================
       LB-SCAN-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LB-EOF
           PERFORM UNTIL WS-LB-EOF = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO WS-LB-EOF
                   NOT AT END
                       PERFORM LB-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ONE SECURITY DEPOSIT
      *============================
      *A deposit is held from the day it is received until the day
      *it is closed. A closed row with no close date (taken before
      *the ledger kept one) is treated as never held. The refund
      *and the parts applied to the final bill come from their
      *history entries; only a forfeit, which is logged without an
      *amount, is taken from the ledger row.
       LB-ONE-DEPOSIT.
           IF DP-DATE-RECEIVED > WS-LB-ASOF
               EXIT PARAGRAPH
           END-IF
           IF DP-STATUS NOT = "HELD" AND
              DP-DATE-CLOSED < WS-LB-FROM
               EXIT PARAGRAPH
           END-IF
           MOVE "DEPOSIT" TO WS-LB-LOOK-CAT
           MOVE DP-TENANT-ID TO WS-LB-LOOK-TENANT
           MOVE DP-DORM-ID TO WS-LB-LOOK-DORM
           PERFORM LB-FIND-ROW
           IF WS-LB-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LB-FOUND-IDX TO WS-LB-IDX

           IF DP-DATE-RECEIVED < WS-LB-FROM
               ADD DP-AMOUNT TO WS-LB-CALC-OPEN(WS-LB-IDX)
           ELSE
               ADD DP-AMOUNT TO WS-LB-RECV(WS-LB-IDX)
           END-IF
           *> Closed in the month: whatever was neither applied nor
           *> refunded was forfeited to income
           IF DP-STATUS NOT = "HELD" AND
              DP-DATE-CLOSED <= WS-LB-ASOF
               COMPUTE WS-LB-AMT = DP-AMOUNT - DP-AMOUNT-APPLIED
                                 - DP-AMOUNT-REFUNDED
               ADD WS-LB-AMT TO WS-LB-APPL(WS-LB-IDX)
           ELSE
               ADD DP-AMOUNT TO WS-LB-FILE(WS-LB-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - CREDITS ON ACCOUNT
      *============================
      *What is left on the credit rows today, less credits taken
      *after the as-of date; applications and refunds after that
      *date are added back from the history scan. With no prior
      *snapshot every row is read, since the opening is rebuilt as
      *credits taken before the month less what the history shows
      *applied or refunded before it.
       LB-SCAN-CREDITS.
           OPEN INPUT CREDIT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LB-EOF
           PERFORM UNTIL WS-LB-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO WS-LB-EOF
                   NOT AT END
                       IF CR-AMOUNT-LEFT NOT = 0 OR
                          CR-DATE >= WS-LB-FROM OR
                          WS-LB-SNAP-FOUND = "N"
                           PERFORM LB-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ONE TENANT CREDIT
      *============================
       LB-ONE-CREDIT.
           MOVE "CREDIT" TO WS-LB-LOOK-CAT
           MOVE CR-TENANT-ID TO WS-LB-LOOK-TENANT
           MOVE CR-DORM-ID TO WS-LB-LOOK-DORM
           PERFORM LB-FIND-ROW
           IF WS-LB-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LB-FOUND-IDX TO WS-LB-IDX
           ADD CR-AMOUNT-LEFT TO WS-LB-FILE(WS-LB-IDX)
           IF CR-DATE > WS-LB-ASOF
               SUBTRACT CR-AMOUNT FROM WS-LB-FILE(WS-LB-IDX)
           ELSE
               IF CR-DATE >= WS-LB-FROM
                   ADD CR-AMOUNT TO WS-LB-RECV(WS-LB-IDX)
               ELSE
                   ADD CR-AMOUNT TO WS-LB-CALC-OPEN(WS-LB-IDX)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - RESERVATION BOOKING FEES
      *============================
      *A fee is held from the day it is taken until its status
      *date (converted, cancelled or expired). The fees taken in
      *the month come from the BOOKING history entries.
       LB-SCAN-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE
           IF WS-RESV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LB-EOF
           PERFORM UNTIL WS-LB-EOF = "Y"
               READ RESERVATION-FILE
                   AT END
                       MOVE "Y" TO WS-LB-EOF
                   NOT AT END
                       IF RV-DATE-TAKEN <= WS-LB-ASOF
                           PERFORM LB-ONE-RESERVATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ONE RESERVATION
      *============================
      *A row closed with no status date (closed before the file kept
      *one) is taken as released the day it was taken.
       LB-ONE-RESERVATION.
           MOVE RV-STATUS-DATE TO WS-LB-RV-RELEASED
           IF WS-LB-RV-RELEASED = SPACES
               MOVE RV-DATE-TAKEN TO WS-LB-RV-RELEASED
           END-IF
           IF RV-STATUS NOT = "HELD" AND
              WS-LB-RV-RELEASED < WS-LB-FROM
               EXIT PARAGRAPH
           END-IF
           MOVE "BOOKING" TO WS-LB-LOOK-CAT
           MOVE RV-NAME TO WS-LB-LOOK-TENANT
           MOVE RV-DORM-ID TO WS-LB-LOOK-DORM
           PERFORM LB-FIND-ROW
           IF WS-LB-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LB-FOUND-IDX TO WS-LB-IDX
           IF RV-DATE-TAKEN < WS-LB-FROM
               ADD RV-FEE TO WS-LB-CALC-OPEN(WS-LB-IDX)
           END-IF
           IF RV-STATUS = "HELD" OR
              WS-LB-RV-RELEASED > WS-LB-ASOF
               ADD RV-FEE TO WS-LB-FILE(WS-LB-IDX)
               MOVE RV-NAME TO WS-LB-TENANT(WS-LB-IDX)
           ELSE
               *> Released in the month; any part handed back is
               *> moved to refunded once the history is in
               ADD RV-FEE TO WS-LB-APPL(WS-LB-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - DATED MOVEMENTS FROM HISTORY
      *============================
      *Credit applications and refunds, booking fees taken and
      *refunded, and deposit refunds and the parts of a deposit
      *applied to the final bill. Entries before the month are only
      *wanted to rebuild the credits' opening when there is no
      *snapshot.
       LB-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE >= WS-LB-FROM OR
                          WS-LB-SNAP-FOUND = "N"
                           PERFORM LB-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ONE HISTORY ENTRY
      *============================
       LB-ONE-HISTORY.
           MOVE 0 TO WS-LB-FOUND-IDX
           EVALUATE TRUE
               WHEN PH-NOTES(1:25) = "CREDIT ON ACCOUNT APPLIED" AND
                    PH-TENANT-ID NOT = SPACES
                   MOVE "CREDIT" TO WS-LB-LOOK-CAT
                   MOVE PH-TENANT-ID TO WS-LB-LOOK-TENANT
                   MOVE PH-DORM-ID TO WS-LB-LOOK-DORM
                   PERFORM LB-FIND-ROW
                   IF WS-LB-FOUND-IDX > 0
                       EVALUATE TRUE
                           WHEN PH-PAYMENT-DATE > WS-LB-ASOF
                               ADD PH-AMOUNT-PAID
                                   TO WS-LB-FILE(WS-LB-FOUND-IDX)
                           WHEN PH-PAYMENT-DATE < WS-LB-FROM
                               SUBTRACT PH-AMOUNT-PAID
                                   FROM WS-LB-CALC-OPEN(WS-LB-FOUND-IDX)
                           WHEN OTHER
                               ADD PH-AMOUNT-PAID
                                   TO WS-LB-APPL(WS-LB-FOUND-IDX)
                       END-EVALUATE
                   END-IF
               WHEN PH-PAYMENT-TYPE = "CREDIT-REFUND" AND
                    PH-TENANT-ID NOT = SPACES
                   MOVE "CREDIT" TO WS-LB-LOOK-CAT
                   MOVE PH-TENANT-ID TO WS-LB-LOOK-TENANT
                   MOVE PH-DORM-ID TO WS-LB-LOOK-DORM
                   PERFORM LB-FIND-ROW
                   IF WS-LB-FOUND-IDX > 0
                       EVALUATE TRUE
                           WHEN PH-PAYMENT-DATE > WS-LB-ASOF
                               ADD PH-AMOUNT-PAID
                                   TO WS-LB-FILE(WS-LB-FOUND-IDX)
                           WHEN PH-PAYMENT-DATE < WS-LB-FROM
                               SUBTRACT PH-AMOUNT-PAID
                                   FROM WS-LB-CALC-OPEN(WS-LB-FOUND-IDX)
                           WHEN OTHER
                               ADD PH-AMOUNT-PAID
                                   TO WS-LB-REFD(WS-LB-FOUND-IDX)
                       END-EVALUATE
                   END-IF
               WHEN PH-PAYMENT-DATE < WS-LB-FROM OR
                    PH-PAYMENT-DATE > WS-LB-ASOF
                   CONTINUE
               WHEN PH-PAYMENT-TYPE = "BOOKING"
                   MOVE "BOOKING" TO WS-LB-LOOK-CAT
                   MOVE SPACES TO WS-LB-LOOK-TENANT
                   MOVE PH-DORM-ID TO WS-LB-LOOK-DORM
                   PERFORM LB-FIND-ROW
                   IF WS-LB-FOUND-IDX > 0
                       ADD PH-AMOUNT-PAID
                           TO WS-LB-RECV(WS-LB-FOUND-IDX)
                   END-IF
               WHEN PH-NOTES(1:22) = "BOOKING FEE REFUND TO "
                   MOVE "BOOKING" TO WS-LB-LOOK-CAT
                   MOVE SPACES TO WS-LB-LOOK-TENANT
                   MOVE PH-DORM-ID TO WS-LB-LOOK-DORM
                   PERFORM LB-FIND-ROW
                   IF WS-LB-FOUND-IDX > 0
                       ADD PH-AMOUNT-PAID
                           TO WS-LB-REFD(WS-LB-FOUND-IDX)
                   END-IF
               WHEN PH-PAYMENT-TYPE = "DEP-REFUND" AND
                    PH-TENANT-ID NOT = SPACES
                   PERFORM LB-FIND-DEPOSIT-ROW
                   IF WS-LB-FOUND-IDX > 0
                       ADD PH-AMOUNT-PAID
                           TO WS-LB-REFD(WS-LB-FOUND-IDX)
                   END-IF
               WHEN PH-NOTES(1:24) = "PAID BY SECURITY DEPOSIT" AND
                    PH-TENANT-ID NOT = SPACES
                   PERFORM LB-FIND-DEPOSIT-ROW
                   IF WS-LB-FOUND-IDX > 0
                       ADD PH-AMOUNT-PAID
                           TO WS-LB-APPL(WS-LB-FOUND-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - FIND A TENANT'S DEPOSIT LINE
      *============================
      *A history entry carries the tenant's room at the time, which
      *a transfer may have moved away from the room the deposit was
      *taken in; the tenant's deposit line is used when there is one
       LB-FIND-DEPOSIT-ROW.
           MOVE 0 TO WS-LB-FOUND-IDX
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-CAT(WS-LB-IDX) = "DEPOSIT" AND
                  WS-LB-TENANT(WS-LB-IDX) = PH-TENANT-ID
                   IF WS-LB-FOUND-IDX = 0 OR
                      WS-LB-DORM(WS-LB-IDX) = PH-DORM-ID
                       MOVE WS-LB-IDX TO WS-LB-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LB-FOUND-IDX = 0
               MOVE "DEPOSIT" TO WS-LB-LOOK-CAT
               MOVE PH-TENANT-ID TO WS-LB-LOOK-TENANT
               MOVE PH-DORM-ID TO WS-LB-LOOK-DORM
               PERFORM LB-FIND-ROW
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - PREPAID RENT AND BUILDINGS
      *============================
      *One pass over the rooms: every line picks up its room's
      *building, and each room's rent balance is rebuilt from its
      *history entries the way the audit does it (RENT, BILLING and
      *DISCOUNT, due less paid, voided entries left out). A negative
      *balance is rent paid ahead. The month's charges draw first on
      *what was prepaid at the start; payments that leave the room
      *in credit are the month's receipts. The rebuilt closing is
      *checked against the room's balance on file, taken back to the
      *as-of date.
       LB-SCAN-ROOMS.
           PERFORM AUDIT-COLLECT-VOIDED-TXNS
           OPEN INPUT HISTORY-FILE
           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LB-ONE-ROOM
               END-READ
           END-PERFORM
           CLOSE DORM-FILE
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ONE ROOM'S PREPAID RENT
      *============================
       LB-ONE-ROOM.
           PERFORM LB-ROOM-RENT-HISTORY
           IF WS-LB-RB-PRE-OPEN > 0 OR
              WS-LB-RB-PRE-CLOSE > 0 OR
              WS-LB-RB-PRE-FILE > 0
               MOVE "PREPAID" TO WS-LB-LOOK-CAT
               MOVE SPACES TO WS-LB-LOOK-TENANT
               MOVE DI-ID TO WS-LB-LOOK-DORM
               PERFORM LB-FIND-ROW
               IF WS-LB-FOUND-IDX > 0
                   MOVE WS-LB-RB-PRE-OPEN
                       TO WS-LB-CALC-OPEN(WS-LB-FOUND-IDX)
                   COMPUTE WS-LB-RECV(WS-LB-FOUND-IDX) =
                           WS-LB-RB-PRE-CLOSE - WS-LB-RB-PRE-OPEN
                         + WS-LB-RB-APPL
                   MOVE WS-LB-RB-APPL
                       TO WS-LB-APPL(WS-LB-FOUND-IDX)
                   MOVE WS-LB-RB-PRE-FILE
                       TO WS-LB-FILE(WS-LB-FOUND-IDX)
               END-IF
           END-IF
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-DORM(WS-LB-IDX) = DI-ID AND
                  WS-LB-BLDG(WS-LB-IDX) = SPACES
                   MOVE DI-BUILDING TO WS-LB-BLDG(WS-LB-IDX)
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ROLL ONE ROOM'S RENT FORWARD
      *============================
      *HISTORY-FILE is open; positions on the room through the
      *alternate key
       LB-ROOM-RENT-HISTORY.
           MOVE 0 TO WS-LB-RB-OPEN
           MOVE 0 TO WS-LB-RB-CHARGE
           MOVE 0 TO WS-LB-RB-PAID
           MOVE 0 TO WS-LB-RB-LATER
           MOVE "N" TO WS-LB-RB-EOF
           MOVE DI-ID TO PH-DORM-ID
           START HISTORY-FILE KEY >= PH-DORM-ID
               INVALID KEY
                   MOVE "Y" TO WS-LB-RB-EOF
           END-START
           PERFORM UNTIL WS-LB-RB-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LB-RB-EOF
                   NOT AT END
                       IF PH-DORM-ID = DI-ID
                           PERFORM LB-ONE-RENT-ENTRY
                       ELSE
                           MOVE "Y" TO WS-LB-RB-EOF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-LB-RB-PRE-OPEN
           MOVE 0 TO WS-LB-RB-PRE-CLOSE
           MOVE 0 TO WS-LB-RB-PRE-FILE
           IF WS-LB-RB-OPEN < 0
               COMPUTE WS-LB-RB-PRE-OPEN = 0 - WS-LB-RB-OPEN
           END-IF
           COMPUTE WS-LB-RB-NET = WS-LB-RB-OPEN + WS-LB-RB-CHARGE
                                - WS-LB-RB-PAID
           IF WS-LB-RB-NET < 0
               COMPUTE WS-LB-RB-PRE-CLOSE = 0 - WS-LB-RB-NET
           END-IF
           COMPUTE WS-LB-RB-NET = DI-RENT-BALANCE-DUE - WS-LB-RB-LATER
           IF WS-LB-RB-NET < 0
               COMPUTE WS-LB-RB-PRE-FILE = 0 - WS-LB-RB-NET
           END-IF
           IF WS-LB-RB-CHARGE < WS-LB-RB-PRE-OPEN
               MOVE WS-LB-RB-CHARGE TO WS-LB-RB-APPL
           ELSE
               MOVE WS-LB-RB-PRE-OPEN TO WS-LB-RB-APPL
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - ONE RENT ENTRY FOR THE ROOM
      *============================
       LB-ONE-RENT-ENTRY.
           IF PH-PAYMENT-TYPE NOT = "RENT" AND
              PH-PAYMENT-TYPE NOT = "BILLING" AND
              PH-PAYMENT-TYPE NOT = "DISCOUNT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LB-RB-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-LB-RB-VOIDED
               END-IF
           END-PERFORM
           IF WS-LB-RB-VOIDED = "Y"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LB-RB-NET = PH-AMOUNT-DUE - PH-AMOUNT-PAID
           EVALUATE TRUE
               WHEN PH-PAYMENT-DATE > WS-LB-ASOF
                   ADD WS-LB-RB-NET TO WS-LB-RB-LATER
               WHEN PH-PAYMENT-DATE < WS-LB-FROM
                   ADD WS-LB-RB-NET TO WS-LB-RB-OPEN
               WHEN WS-LB-RB-NET > 0
                   ADD WS-LB-RB-NET TO WS-LB-RB-CHARGE
               WHEN OTHER
                   SUBTRACT WS-LB-RB-NET FROM WS-LB-RB-PAID
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - NAME THE TENANTS ON ROOM LINES
      *============================
      *Prepaid rent belongs to the room; show who lives there
       LB-FILL-TENANTS.
           OPEN INPUT TENANT-FILE
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-CAT(WS-LB-IDX) = "PREPAID"
                   MOVE "(VACANT)" TO WS-LB-TENANT(WS-LB-IDX)
                   MOVE WS-LB-DORM(WS-LB-IDX) TO SI-ASSIGNED-D-ID
                   START TENANT-FILE KEY = SI-ASSIGNED-D-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ TENANT-FILE NEXT
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE SI-ID IN TENANT-RECORD
                                       TO WS-LB-TENANT(WS-LB-IDX)
                           END-READ
                   END-START
               END-IF
           END-PERFORM
           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - OPENING, CLOSING AND TOTALS
      *============================
       LB-FINISH-ROWS.
           PERFORM VARYING WS-LB-CT-IDX FROM 1 BY 1
               UNTIL WS-LB-CT-IDX > 4
               MOVE 0 TO WS-LB-CT-OPEN(WS-LB-CT-IDX)
               MOVE 0 TO WS-LB-CT-RECV(WS-LB-CT-IDX)
               MOVE 0 TO WS-LB-CT-APPL(WS-LB-CT-IDX)
               MOVE 0 TO WS-LB-CT-REFD(WS-LB-CT-IDX)
               MOVE 0 TO WS-LB-CT-CLOSE(WS-LB-CT-IDX)
               MOVE 0 TO WS-LB-CT-FILE(WS-LB-CT-IDX)
           END-PERFORM
           MOVE 0 TO WS-LB-BL-COUNT
           MOVE 0 TO WS-LB-EXC-ROWS
           MOVE 0 TO WS-LB-UNTIED

           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               PERFORM LB-FINISH-ONE-ROW
           END-PERFORM

           PERFORM VARYING WS-LB-CT-IDX FROM 1 BY 1
               UNTIL WS-LB-CT-IDX > 4
               IF WS-LB-CT-CLOSE(WS-LB-CT-IDX) NOT =
                  WS-LB-CT-FILE(WS-LB-CT-IDX)
                   ADD 1 TO WS-LB-UNTIED
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - OPENING FIGURE AND TIE-OUT FOR A LINE
      *============================
       LB-FINISH-ONE-ROW.
           IF WS-LB-SNAP-FOUND = "N"
               MOVE WS-LB-CALC-OPEN(WS-LB-IDX)
                   TO WS-LB-OPEN(WS-LB-IDX)
           END-IF

           *> A booking fee leaves through its status change; the
           *> part of it handed back is shown as refunded, the rest
           *> as applied (first rent, deposit or forfeit)
           IF WS-LB-CAT(WS-LB-IDX) = "BOOKING"
               SUBTRACT WS-LB-REFD(WS-LB-IDX)
                   FROM WS-LB-APPL(WS-LB-IDX)
           END-IF

           COMPUTE WS-LB-CLOSE(WS-LB-IDX) = WS-LB-OPEN(WS-LB-IDX)
                                          + WS-LB-RECV(WS-LB-IDX)
                                          - WS-LB-APPL(WS-LB-IDX)
                                          - WS-LB-REFD(WS-LB-IDX)
           IF WS-LB-CLOSE(WS-LB-IDX) NOT = WS-LB-FILE(WS-LB-IDX)
               ADD 1 TO WS-LB-EXC-ROWS
           END-IF

           PERFORM VARYING WS-LB-CT-IDX FROM 1 BY 1
               UNTIL WS-LB-CT-IDX > 4
               IF WS-LB-CT-CODE(WS-LB-CT-IDX) = WS-LB-CAT(WS-LB-IDX)
                   ADD WS-LB-OPEN(WS-LB-IDX)
                       TO WS-LB-CT-OPEN(WS-LB-CT-IDX)
                   ADD WS-LB-RECV(WS-LB-IDX)
                       TO WS-LB-CT-RECV(WS-LB-CT-IDX)
                   ADD WS-LB-APPL(WS-LB-IDX)
                       TO WS-LB-CT-APPL(WS-LB-CT-IDX)
                   ADD WS-LB-REFD(WS-LB-IDX)
                       TO WS-LB-CT-REFD(WS-LB-CT-IDX)
                   ADD WS-LB-CLOSE(WS-LB-IDX)
                       TO WS-LB-CT-CLOSE(WS-LB-CT-IDX)
                   ADD WS-LB-FILE(WS-LB-IDX)
                       TO WS-LB-CT-FILE(WS-LB-CT-IDX)
               END-IF
           END-PERFORM

           MOVE "N" TO WS-LB-BL-FOUND
           PERFORM VARYING WS-LB-BL-IDX FROM 1 BY 1
               UNTIL WS-LB-BL-IDX > WS-LB-BL-COUNT
               IF WS-LB-BL-CODE(WS-LB-BL-IDX) = WS-LB-BLDG(WS-LB-IDX)
                   MOVE "Y" TO WS-LB-BL-FOUND
               END-IF
           END-PERFORM
           IF WS-LB-BL-FOUND = "N" AND WS-LB-BL-COUNT < 40
               ADD 1 TO WS-LB-BL-COUNT
               MOVE WS-LB-BLDG(WS-LB-IDX)
                   TO WS-LB-BL-CODE(WS-LB-BL-COUNT)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - AS-OF DATE FOR A MONTH-END
      *============================
      *WS-LB-MONTH (YYYY-MM) in; WS-LB-ASOF is its last day
       LB-MONTH-END-DATE.
           MOVE WS-LB-MONTH(1:4) TO WS-AX-YEAR
           MOVE WS-LB-MONTH(6:2) TO WS-AX-MONTH
           PERFORM ANC-DAYS-IN-MONTH
           MOVE SPACES TO WS-LB-ASOF
           STRING WS-LB-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AX-DIM DELIMITED BY SIZE
                  INTO WS-LB-ASOF
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - SNAPSHOT THE MONTH BEING CLOSED
      *============================
      *Runs after the period close has written its log row; the
      *table still holds the month-end build.
       LB-WRITE-SNAPSHOT.
           OPEN EXTEND LIAB-SNAPSHOT-FILE
           IF WS-LS-FILE-STATUS NOT = "00"
               OPEN OUTPUT LIAB-SNAPSHOT-FILE
           END-IF
           MOVE SPACES TO LIAB-SNAPSHOT-RECORD
           MOVE WS-LB-MONTH TO LS-MONTH
           MOVE "CLOSED" TO LS-CATEGORY
           MOVE 0 TO LS-AMOUNT
           WRITE LIAB-SNAPSHOT-RECORD
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-CLOSE(WS-LB-IDX) NOT = 0
                   MOVE WS-LB-MONTH TO LS-MONTH
                   MOVE WS-LB-CAT(WS-LB-IDX) TO LS-CATEGORY
                   MOVE WS-LB-TENANT(WS-LB-IDX) TO LS-TENANT-ID
                   MOVE WS-LB-DORM(WS-LB-IDX) TO LS-DORM-ID
                   MOVE WS-LB-BLDG(WS-LB-IDX) TO LS-BUILDING
                   MOVE WS-LB-CLOSE(WS-LB-IDX) TO LS-AMOUNT
                   WRITE LIAB-SNAPSHOT-RECORD
               END-IF
           END-PERFORM
           CLOSE LIAB-SNAPSHOT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PERIOD CLOSE - CUSTOMER LIABILITIES AT MONTH-END
      *============================
      *Builds the liabilities as of the last day of the month being
      *closed and writes the category roll-forward to the sheet.
      *WS-LB-UNTIED > 0 or WS-LB-OVERFLOW = "Y" stops the close.
       PC-LIABILITY-SECTION.
           MOVE WS-PC-MONTH TO WS-LB-MONTH
           PERFORM LB-MONTH-END-DATE
           PERFORM LB-BUILD

           MOVE "CUSTOMER LIABILITIES AT CLOSE:"
               TO PERIOD-CLOSE-SHEET-RECORD
           WRITE PERIOD-CLOSE-SHEET-RECORD
           MOVE "CATEGORY | OPENING | RECEIVED | APPLIED | REFUNDED"
               TO PERIOD-CLOSE-SHEET-RECORD
           MOVE " | CLOSING | PER FILES"
               TO PERIOD-CLOSE-SHEET-RECORD(51:30)
           WRITE PERIOD-CLOSE-SHEET-RECORD
           PERFORM VARYING WS-LB-CT-IDX FROM 1 BY 1
               UNTIL WS-LB-CT-IDX > 4
               MOVE WS-LB-CT-OPEN(WS-LB-CT-IDX) TO WS-LB-EDIT-A
               MOVE WS-LB-CT-RECV(WS-LB-CT-IDX) TO WS-LB-EDIT-B
               MOVE WS-LB-CT-APPL(WS-LB-CT-IDX) TO WS-LB-EDIT-C
               MOVE WS-LB-CT-REFD(WS-LB-CT-IDX) TO WS-LB-EDIT-D
               MOVE WS-LB-CT-CLOSE(WS-LB-CT-IDX) TO WS-LB-EDIT-E
               MOVE WS-LB-CT-FILE(WS-LB-CT-IDX) TO WS-LB-EDIT-F
               MOVE SPACES TO PERIOD-CLOSE-SHEET-RECORD
               STRING WS-LB-CT-CODE(WS-LB-CT-IDX) DELIMITED BY SPACE
                      " | " DELIMITED BY SIZE
                      WS-LB-EDIT-A DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-LB-EDIT-B DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-LB-EDIT-C DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-LB-EDIT-D DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-LB-EDIT-E DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-LB-EDIT-F DELIMITED BY SIZE
                      INTO PERIOD-CLOSE-SHEET-RECORD
               END-STRING
               IF WS-LB-CT-CLOSE(WS-LB-CT-IDX) NOT =
                  WS-LB-CT-FILE(WS-LB-CT-IDX)
                   MOVE "** NOT TIED"
                       TO PERIOD-CLOSE-SHEET-RECORD(106:11)
               END-IF
               WRITE PERIOD-CLOSE-SHEET-RECORD
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GL - LIABILITIES SECTION OF THE MONTHLY EXPORT
      *============================
      *The month-end liability balances by account and building, so
      *the ledger's liability accounts can be agreed to them. The
      *GL exception file is still open from the journal run.
       LB-GL-SECTION.
           MOVE WS-GL-MONTH TO WS-LB-MONTH
           PERFORM LB-MONTH-END-DATE
           PERFORM LB-BUILD

           MOVE SPACES TO WS-LB-GL-NAME
           STRING "gl_liab_" DELIMITED BY SIZE
                  WS-GL-MONTH DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-LB-GL-NAME
           END-STRING
           OPEN OUTPUT LIAB-GL-FILE
           MOVE "ASOF,ACCOUNT,CATEGORY,BUILDING,OPENING,RECEIVED,"
               TO LIAB-GL-RECORD
           MOVE "APPLIED,REFUNDED,CLOSING"
               TO LIAB-GL-RECORD(49:30)
           WRITE LIAB-GL-RECORD
           MOVE 0 TO WS-LB-GL-LINES

           PERFORM VARYING WS-LB-CT-IDX FROM 1 BY 1
               UNTIL WS-LB-CT-IDX > 4
               MOVE "LIAB" TO WS-GL-LOOK-SOURCE
               MOVE WS-LB-CT-CODE(WS-LB-CT-IDX) TO WS-GL-LOOK-CODE
               PERFORM GL-FIND-ACCOUNT
               IF WS-GL-LOOK-FOUND = "N"
                   ADD 1 TO WS-GL-EXC-COUNT
                   MOVE SPACES TO GL-EXCEPTION-RECORD
                   STRING "NO MAPPING FOR LIAB " DELIMITED BY SIZE
                          WS-GL-LOOK-CODE DELIMITED BY SPACE
                          " | LIABILITIES SECTION " DELIMITED BY SIZE
                          WS-LB-ASOF DELIMITED BY SIZE
                          INTO GL-EXCEPTION-RECORD
                   END-STRING
                   WRITE GL-EXCEPTION-RECORD
               ELSE
                   MOVE WS-GL-LOOK-ACCOUNT TO WS-LB-GL-ACCOUNT
                   PERFORM VARYING WS-LB-BL-IDX FROM 1 BY 1
                       UNTIL WS-LB-BL-IDX > WS-LB-BL-COUNT
                       PERFORM LB-GL-ONE-BUILDING
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE LIAB-GL-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIABILITIES - GL SECTION FOR ONE BUILDING
      *============================
       LB-GL-ONE-BUILDING.
           MOVE 0 TO WS-LB-SUB-OPEN
           MOVE 0 TO WS-LB-SUB-RECV
           MOVE 0 TO WS-LB-SUB-APPL
           MOVE 0 TO WS-LB-SUB-REFD
           MOVE 0 TO WS-LB-SUB-CLOSE
           MOVE 0 TO WS-LB-SUB-ROWS
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-CAT(WS-LB-IDX) =
                      WS-LB-CT-CODE(WS-LB-CT-IDX) AND
                  WS-LB-BLDG(WS-LB-IDX) =
                      WS-LB-BL-CODE(WS-LB-BL-IDX)
                   ADD 1 TO WS-LB-SUB-ROWS
                   ADD WS-LB-OPEN(WS-LB-IDX) TO WS-LB-SUB-OPEN
                   ADD WS-LB-RECV(WS-LB-IDX) TO WS-LB-SUB-RECV
                   ADD WS-LB-APPL(WS-LB-IDX) TO WS-LB-SUB-APPL
                   ADD WS-LB-REFD(WS-LB-IDX) TO WS-LB-SUB-REFD
                   ADD WS-LB-CLOSE(WS-LB-IDX) TO WS-LB-SUB-CLOSE
               END-IF
           END-PERFORM
           IF WS-LB-SUB-ROWS = 0 OR
              (WS-LB-SUB-OPEN = 0 AND WS-LB-SUB-RECV = 0 AND
               WS-LB-SUB-APPL = 0 AND WS-LB-SUB-REFD = 0 AND
               WS-LB-SUB-CLOSE = 0)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LB-SUB-OPEN TO WS-CSV-NUM-EDIT
           MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT) TO WS-LB-CSV-A
           MOVE WS-LB-SUB-RECV TO WS-CSV-NUM-EDIT
           MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT) TO WS-LB-CSV-B
           MOVE WS-LB-SUB-APPL TO WS-CSV-NUM-EDIT
           MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT) TO WS-LB-CSV-C
           MOVE WS-LB-SUB-REFD TO WS-CSV-NUM-EDIT
           MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT) TO WS-LB-CSV-D
           MOVE WS-LB-SUB-CLOSE TO WS-CSV-NUM-EDIT
           MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT) TO WS-LB-CSV-E
           MOVE SPACES TO LIAB-GL-RECORD
           STRING WS-LB-ASOF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LB-GL-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LB-CT-CODE(WS-LB-CT-IDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LB-BL-CODE(WS-LB-BL-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LB-CSV-A DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LB-CSV-B DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LB-CSV-C DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LB-CSV-D DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LB-CSV-E DELIMITED BY SPACE
                  INTO LIAB-GL-RECORD
           END-STRING
           WRITE LIAB-GL-RECORD
           ADD 1 TO WS-LB-GL-LINES
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MULTI-YEAR COLLECTIONS TREND REPORT
      *============================
       COLLECTIONS-TREND-REPORT.
           DISPLAY "=========================================="
           DISPLAY "  MULTI-YEAR COLLECTIONS TREND REPORT"
           DISPLAY "=========================================="
           DISPLAY "Walks the live history plus the chosen "
                   "archive years (histYYYY.dat) and prints, per "
                   "month and building, billed versus collected, "
                   "the collection rate, average days to pay, and "
                   "the prior year's figure beside it. Output: "
                   "a dated trend_report file."
           DISPLAY " "

           DISPLAY "FROM YEAR (YYYY): "
           MOVE 0 TO WS-TR-FROM-YEAR
           ACCEPT WS-TR-FROM-YEAR
           PERFORM UNTIL WS-TR-FROM-YEAR >= 1990
               DISPLAY "ENTER A YEAR (YYYY): "
               ACCEPT WS-TR-FROM-YEAR
           END-PERFORM
           DISPLAY "TO YEAR (YYYY): "
           MOVE 0 TO WS-TR-TO-YEAR
           ACCEPT WS-TR-TO-YEAR
           PERFORM UNTIL WS-TR-TO-YEAR >= WS-TR-FROM-YEAR
               DISPLAY "TO YEAR MUST NOT BE BEFORE "
                       WS-TR-FROM-YEAR ": "
               ACCEPT WS-TR-TO-YEAR
           END-PERFORM
           COMPUTE WS-TR-YEARS =
                   WS-TR-TO-YEAR - WS-TR-FROM-YEAR + 1
           IF WS-TR-YEARS > 10
               DISPLAY "AT MOST 10 YEARS PER RUN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ENSURE-BUILDING-FILE
           PERFORM LOAD-BUILDING-TABLE
           INITIALIZE WS-TR-TABLE

           *> One pass over the live file and one per archive year
           OPEN INPUT DORM-FILE
           PERFORM TREND-SCAN-LIVE
           PERFORM VARYING WS-TR-ARCH-YEAR FROM WS-TR-FROM-YEAR
               BY 1 UNTIL WS-TR-ARCH-YEAR > WS-TR-TO-YEAR
               PERFORM TREND-SCAN-ONE-ARCHIVE
           END-PERFORM
           CLOSE DORM-FILE

           PERFORM TREND-EMIT-REPORT

           DISPLAY " "
           DISPLAY "TREND REPORT WRITTEN TO "
                   FUNCTION TRIM(WS-TR-REPORT-NAME) " ("
                   WS-TR-LINES " LINES)."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TREND - SCAN THE LIVE HISTORY FILE
      *============================
       TREND-SCAN-LIVE.
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PH-PAYMENT-DATE TO WS-TRW-DATE
                       MOVE PH-PAYMENT-TYPE TO WS-TRW-TYPE
                       MOVE PH-AMOUNT-DUE   TO WS-TRW-DUE-AMT
                       MOVE PH-AMOUNT-PAID  TO WS-TRW-PAID
                       MOVE PH-DORM-ID      TO WS-TRW-DORM
                       MOVE PH-METHOD       TO WS-TRW-METHOD
                       MOVE PH-DUE-DATE     TO WS-TRW-DUE-DATE
                       PERFORM TREND-APPLY-ENTRY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TREND - SCAN ONE ARCHIVE YEAR
      *============================
       TREND-SCAN-ONE-ARCHIVE.
           MOVE WS-TR-ARCH-YEAR TO WS-ARCH-YEAR-X
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "hist" DELIMITED BY SIZE
                  WS-ARCH-YEAR-X DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILENAME
           END-STRING

           OPEN INPUT ARCHIVE-HISTORY-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ ARCHIVE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       MOVE AH-PAYMENT-DATE TO WS-TRW-DATE
                       MOVE AH-PAYMENT-TYPE TO WS-TRW-TYPE
                       MOVE AH-AMOUNT-DUE   TO WS-TRW-DUE-AMT
                       MOVE AH-AMOUNT-PAID  TO WS-TRW-PAID
                       MOVE AH-DORM-ID      TO WS-TRW-DORM
                       MOVE AH-METHOD       TO WS-TRW-METHOD
                       MOVE AH-DUE-DATE     TO WS-TRW-DUE-DATE
                       PERFORM TREND-APPLY-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TREND - APPLY ONE ENTRY TO THE TABLE
      *============================
      *DORM-FILE is open INPUT from the caller for the building
      *lookup; rooms that no longer exist count as building A.
       TREND-APPLY-ENTRY.
           IF WS-TRW-DATE(1:4) IS NOT NUMERIC OR
              WS-TRW-DATE(6:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRW-DATE(1:4) TO WS-TR-YEAR
           IF WS-TR-YEAR < WS-TR-FROM-YEAR OR
              WS-TR-YEAR > WS-TR-TO-YEAR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TR-YIDX =
                   WS-TR-YEAR - WS-TR-FROM-YEAR + 1
           MOVE WS-TRW-DATE(6:2) TO WS-TR-MIDX
           IF WS-TR-MIDX < 1 OR WS-TR-MIDX > 12
               EXIT PARAGRAPH
           END-IF

           *> The deposit/booking entry types move money but are
           *> not billings, so they stay out of both columns
           IF WS-TRW-TYPE = "CHECKOUT" OR
              WS-TRW-TYPE = "DEPOSIT" OR
              WS-TRW-TYPE = "DEP-APPLIED" OR
              WS-TRW-TYPE = "DEP-REFUND" OR
              WS-TRW-TYPE = "DEP-FORFEIT" OR
              WS-TRW-TYPE = "BOOKING" OR
              WS-TRW-TYPE = "CREDIT-REFUND"
               EXIT PARAGRAPH
           END-IF

           PERFORM TREND-FIND-BLDG-IDX

           IF WS-TRW-TYPE = "VOID"
               SUBTRACT WS-TRW-DUE-AMT FROM
                   WS-TR-BILLED(WS-TR-YIDX, WS-TR-BIDX,
                                WS-TR-MIDX)
               IF WS-TRW-METHOD NOT = "INTERNAL"
                   SUBTRACT WS-TRW-PAID FROM
                       WS-TR-COLL(WS-TR-YIDX, WS-TR-BIDX,
                                  WS-TR-MIDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD WS-TRW-DUE-AMT TO
               WS-TR-BILLED(WS-TR-YIDX, WS-TR-BIDX, WS-TR-MIDX)
           IF WS-TRW-METHOD NOT = "INTERNAL"
               ADD WS-TRW-PAID TO
                   WS-TR-COLL(WS-TR-YIDX, WS-TR-BIDX,
                              WS-TR-MIDX)
           END-IF

           *> Days between due date and payment date, for the
           *> delinquency KPI
           IF WS-TRW-PAID > 0 AND
              WS-TRW-DUE-DATE NOT = SPACES AND
              WS-TRW-DUE-DATE(1:4) IS NUMERIC AND
              WS-TRW-DUE-DATE(6:2) IS NUMERIC AND
              WS-TRW-DUE-DATE(9:2) IS NUMERIC AND
              WS-TRW-DATE(9:2) IS NUMERIC
               MOVE WS-TRW-DATE(1:4) TO WS-TR-PAY-NUM(1:4)
               MOVE WS-TRW-DATE(6:2) TO WS-TR-PAY-NUM(5:2)
               MOVE WS-TRW-DATE(9:2) TO WS-TR-PAY-NUM(7:2)
               MOVE WS-TRW-DUE-DATE(1:4) TO WS-TR-DUE-NUM(1:4)
               MOVE WS-TRW-DUE-DATE(6:2) TO WS-TR-DUE-NUM(5:2)
               MOVE WS-TRW-DUE-DATE(9:2) TO WS-TR-DUE-NUM(7:2)
               COMPUTE WS-TR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TR-PAY-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-TR-DUE-NUM)
               ADD WS-TR-DAYS TO
                   WS-TR-DAYSUM(WS-TR-YIDX, WS-TR-BIDX,
                                WS-TR-MIDX)
               ADD 1 TO
                   WS-TR-PAYCNT(WS-TR-YIDX, WS-TR-BIDX,
                                WS-TR-MIDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TREND - BUILDING INDEX FOR A HISTORY ROW
      *============================
       TREND-FIND-BLDG-IDX.
           MOVE SPACES TO WS-BSUM-BLDG
           MOVE WS-TRW-DORM TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DI-BUILDING TO WS-BSUM-BLDG
           END-READ
           IF WS-BSUM-BLDG = SPACES
               MOVE "A" TO WS-BSUM-BLDG
           END-IF

           MOVE 1 TO WS-TR-BIDX
           PERFORM VARYING WS-BLDG-IDX FROM 1 BY 1
               UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
               IF WS-BLDG-CODE(WS-BLDG-IDX) = WS-BSUM-BLDG
                   MOVE WS-BLDG-IDX TO WS-TR-BIDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TREND - WRITE THE REPORT
      *============================
       TREND-EMIT-REPORT.
           MOVE "TREND" TO WS-RC-REPORT
           MOVE "trend_report" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-TR-REPORT-NAME
           STRING "YEARS " DELIMITED BY SIZE
                  WS-TR-FROM-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TR-TO-YEAR DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT TREND-REPORT-FILE
           MOVE 0 TO WS-TR-LINES

           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "COLLECTIONS TREND " DELIMITED BY SIZE
                  WS-TR-FROM-YEAR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TR-TO-YEAR DELIMITED BY SIZE
                  " (BILLED / COLLECTED / RATE / AVG DAYS TO "
                  DELIMITED BY SIZE
                  "PAY / PRIOR-YEAR COLLECTED)"
                  DELIMITED BY SIZE
                  INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           ADD 1 TO WS-TR-LINES

           PERFORM VARYING WS-BLDG-IDX FROM 1 BY 1
               UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
               MOVE WS-BLDG-IDX TO WS-TR-BIDX
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "BUILDING " DELIMITED BY SIZE
                      WS-BLDG-CODE(WS-BLDG-IDX)
                      DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BLDG-NAME(WS-BLDG-IDX))
                      DELIMITED BY SIZE
                      INTO TREND-REPORT-RECORD
               END-STRING
               WRITE TREND-REPORT-RECORD
               ADD 1 TO WS-TR-LINES
               PERFORM VARYING WS-TR-YIDX FROM 1 BY 1
                   UNTIL WS-TR-YIDX > WS-TR-YEARS
                   PERFORM VARYING WS-TR-MIDX FROM 1 BY 1
                       UNTIL WS-TR-MIDX > 12
                       IF WS-TR-BILLED(WS-TR-YIDX, WS-TR-BIDX,
                                       WS-TR-MIDX) NOT = 0 OR
                          WS-TR-COLL(WS-TR-YIDX, WS-TR-BIDX,
                                     WS-TR-MIDX) NOT = 0
                           PERFORM TREND-EMIT-MONTH-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           CLOSE TREND-REPORT-FILE
           PERFORM RPT-CATALOG-RUN
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TREND - ONE MONTH'S LINE
      *============================
       TREND-EMIT-MONTH-LINE.
           COMPUTE WS-TR-YEAR =
                   WS-TR-FROM-YEAR + WS-TR-YIDX - 1

           IF WS-TR-BILLED(WS-TR-YIDX, WS-TR-BIDX,
                           WS-TR-MIDX) > 0
               COMPUTE WS-TR-RATE =
                   WS-TR-COLL(WS-TR-YIDX, WS-TR-BIDX,
                              WS-TR-MIDX) * 100 /
                   WS-TR-BILLED(WS-TR-YIDX, WS-TR-BIDX,
                                WS-TR-MIDX)
           ELSE
               MOVE 0 TO WS-TR-RATE
           END-IF

           IF WS-TR-PAYCNT(WS-TR-YIDX, WS-TR-BIDX,
                           WS-TR-MIDX) > 0
               COMPUTE WS-TR-AVG =
                   WS-TR-DAYSUM(WS-TR-YIDX, WS-TR-BIDX,
                                WS-TR-MIDX) /
                   WS-TR-PAYCNT(WS-TR-YIDX, WS-TR-BIDX,
                                WS-TR-MIDX)
           ELSE
               MOVE 0 TO WS-TR-AVG
           END-IF

           MOVE WS-TR-BILLED(WS-TR-YIDX, WS-TR-BIDX,
                             WS-TR-MIDX) TO WS-TR-EDIT-A
           MOVE WS-TR-COLL(WS-TR-YIDX, WS-TR-BIDX,
                           WS-TR-MIDX) TO WS-TR-EDIT-B
           MOVE WS-TR-AVG TO WS-TR-EDIT-D

           *> Same month a year earlier, when it is in range
           IF WS-TR-YIDX > 1
               MOVE WS-TR-COLL(WS-TR-YIDX - 1, WS-TR-BIDX,
                               WS-TR-MIDX) TO WS-TR-EDIT-C
           ELSE
               MOVE 0 TO WS-TR-EDIT-C
           END-IF

           MOVE SPACES TO TREND-REPORT-RECORD
           STRING WS-TR-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TR-MIDX DELIMITED BY SIZE
                  " | BILLED " DELIMITED BY SIZE
                  WS-TR-EDIT-A DELIMITED BY SIZE
                  " | COLLECTED " DELIMITED BY SIZE
                  WS-TR-EDIT-B DELIMITED BY SIZE
                  " | RATE " DELIMITED BY SIZE
                  WS-TR-RATE DELIMITED BY SIZE
                  "% | AVG DAYS " DELIMITED BY SIZE
                  WS-TR-EDIT-D DELIMITED BY SIZE
                  " | PRIOR YR " DELIMITED BY SIZE
                  WS-TR-EDIT-C DELIMITED BY SIZE
                  INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           ADD 1 TO WS-TR-LINES
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RENT ROLL AND RECEIVABLES FORECAST
      *============================
       RENT-ROLL-REPORT.
           DISPLAY "=========================================="
           DISPLAY "  RENT ROLL AND RECEIVABLES FORECAST"
           DISPLAY "=========================================="
           DISPLAY "One line per room with its active leases, "
                   "then a month-by-month projection that drops "
                   "leases as they expire and prices vacant or "
                   "expiring rooms at the rate master. Output: "
                   "a dated rentroll file."
           DISPLAY " "

           DISPLAY "MONTHS TO PROJECT (1-24, e.g., 06): "
           MOVE 0 TO WS-RR-MONTHS
           ACCEPT WS-RR-MONTHS
           IF WS-RR-MONTHS = 0
               MOVE 6 TO WS-RR-MONTHS
           END-IF
           IF WS-RR-MONTHS > 24
               MOVE 24 TO WS-RR-MONTHS
           END-IF

           *> Month labels, starting with the month after this one
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RR-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-RR-MM
           PERFORM VARYING WS-RR-MIDX FROM 1 BY 1
               UNTIL WS-RR-MIDX > WS-RR-MONTHS
               ADD 1 TO WS-RR-MM
               IF WS-RR-MM > 12
                   MOVE 1 TO WS-RR-MM
                   ADD 1 TO WS-RR-YEAR
               END-IF
               MOVE SPACES TO WS-RR-MLAB(WS-RR-MIDX)
               STRING WS-RR-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-RR-MM DELIMITED BY SIZE
                      INTO WS-RR-MLAB(WS-RR-MIDX)
               END-STRING
           END-PERFORM

           PERFORM ENSURE-BUILDING-FILE
           PERFORM LOAD-BUILDING-TABLE
           INITIALIZE WS-RR-TABLE

           MOVE "RENTROLL" TO WS-RC-REPORT
           MOVE "rentroll" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-RR-REPORT-NAME
           STRING "MONTHS " DELIMITED BY SIZE
                  WS-RR-MONTHS DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT RENTROLL-FILE
           MOVE 0 TO WS-RR-LINES
           MOVE "RENT ROLL (CURRENT LEASES PER ROOM)"
               TO RENTROLL-RECORD
           WRITE RENTROLL-RECORD
           ADD 1 TO WS-RR-LINES

           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RR-ONE-ROOM
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           PERFORM RR-EMIT-PROJECTION
           CLOSE RENTROLL-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "RENT ROLL WRITTEN TO "
                   FUNCTION TRIM(WS-RR-REPORT-NAME) " ("
                   WS-RR-LINES " LINES)."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RENT ROLL - ONE ROOM'S LINES AND PROJECTION
      *============================
       RR-ONE-ROOM.
           PERFORM RR-FIND-BLDG-IDX

           MOVE SPACES TO RENTROLL-RECORD
           STRING "ROOM " DELIMITED BY SIZE
                  DI-ID DELIMITED BY SPACE
                  " | BLDG " DELIMITED BY SIZE
                  DI-BUILDING DELIMITED BY SIZE
                  " | OCCUPANTS " DELIMITED BY SIZE
                  DI-OCCUPANT-COUNT DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DI-CAPACITY DELIMITED BY SIZE
                  INTO RENTROLL-RECORD
           END-STRING
           WRITE RENTROLL-RECORD
           ADD 1 TO WS-RR-LINES

           *> Current leases on the room
           MOVE "N" TO WS-RR-LEASE-SEEN
           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS = "00"
               MOVE "N" TO WS-RR-SCAN-EOF
               PERFORM UNTIL WS-RR-SCAN-EOF = "Y"
                   READ LEASE-FILE
                       AT END
                           MOVE "Y" TO WS-RR-SCAN-EOF
                       NOT AT END
                           IF LE-DORM-ID = DI-ID AND
                              LE-RENEWAL-STATUS NOT = "ENDED"
                               MOVE "Y" TO WS-RR-LEASE-SEEN
                               MOVE SPACES TO RENTROLL-RECORD
                               STRING "    TENANT "
                                      DELIMITED BY SIZE
                                      LE-TENANT-ID
                                      DELIMITED BY SPACE
                                      " | RATE " DELIMITED
                                      BY SIZE
                                      LE-MONTHLY-RATE
                                      DELIMITED BY SIZE
                                      " | ENDS " DELIMITED
                                      BY SIZE
                                      LE-END-DATE
                                      DELIMITED BY SPACE
                                      " | " DELIMITED BY SIZE
                                      LE-RENEWAL-STATUS
                                      DELIMITED BY SPACE
                                      INTO RENTROLL-RECORD
                               END-STRING
                               WRITE RENTROLL-RECORD
                               ADD 1 TO WS-RR-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEASE-FILE
           END-IF
           IF WS-RR-LEASE-SEEN = "N"
               MOVE "    (NO ACTIVE LEASE)" TO RENTROLL-RECORD
               WRITE RENTROLL-RECORD
               ADD 1 TO WS-RR-LINES
           END-IF

           *> Project each month: leases that still run carry
           *> their contracted rate; otherwise the room is priced
           *> at the applicable rate-master rent
           PERFORM VARYING WS-RR-MIDX FROM 1 BY 1
               UNTIL WS-RR-MIDX > WS-RR-MONTHS
               PERFORM RR-PROJECT-ONE-MONTH
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RENT ROLL - PROJECT ONE ROOM-MONTH
      *============================
       RR-PROJECT-ONE-MONTH.
           MOVE WS-RR-MLAB(WS-RR-MIDX) TO WS-RR-MONTH

           MOVE 0 TO WS-RR-ROOM-LEASED
           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS = "00"
               MOVE "N" TO WS-RR-SCAN-EOF
               PERFORM UNTIL WS-RR-SCAN-EOF = "Y"
                   READ LEASE-FILE
                       AT END
                           MOVE "Y" TO WS-RR-SCAN-EOF
                       NOT AT END
                           IF LE-DORM-ID = DI-ID AND
                              LE-RENEWAL-STATUS NOT = "ENDED"
                              AND LE-START-DATE(1:7) <=
                                  WS-RR-MONTH
                              AND LE-END-DATE(1:7) >=
                                  WS-RR-MONTH
                               ADD LE-MONTHLY-RATE
                                   TO WS-RR-ROOM-LEASED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEASE-FILE
           END-IF

           IF WS-RR-ROOM-LEASED > 0
               ADD WS-RR-ROOM-LEASED
                   TO WS-RR-LEASED(WS-RR-MIDX, WS-RR-BIDX)
           ELSE
               MOVE SPACES TO WS-BILL-DATE
               STRING WS-RR-MONTH DELIMITED BY SPACE
                      "-01" DELIMITED BY SIZE
                      INTO WS-BILL-DATE
               END-STRING
               PERFORM BILLING-FIND-RATE
               IF WS-BILL-RATE-FOUND = "N"
                   MOVE DI-RENT-AMOUNT TO WS-BILL-RATE
               END-IF
               ADD WS-BILL-RATE
                   TO WS-RR-RATED(WS-RR-MIDX, WS-RR-BIDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RENT ROLL - BUILDING INDEX FOR THIS ROOM
      *============================
       RR-FIND-BLDG-IDX.
           MOVE DI-BUILDING TO WS-BSUM-BLDG
           IF WS-BSUM-BLDG = SPACES
               MOVE "A" TO WS-BSUM-BLDG
           END-IF
           MOVE 1 TO WS-RR-BIDX
           PERFORM VARYING WS-BLDG-IDX FROM 1 BY 1
               UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
               IF WS-BLDG-CODE(WS-BLDG-IDX) = WS-BSUM-BLDG
                   MOVE WS-BLDG-IDX TO WS-RR-BIDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RENT ROLL - WRITE THE PROJECTION SECTION
      *============================
       RR-EMIT-PROJECTION.
           MOVE SPACES TO RENTROLL-RECORD
           WRITE RENTROLL-RECORD
           MOVE SPACES TO RENTROLL-RECORD
           STRING "EXPECTED RENT BY MONTH (CONTRACTED LEASES / "
                  DELIMITED BY SIZE
                  "RELET AT RATE / TOTAL)" DELIMITED BY SIZE
                  INTO RENTROLL-RECORD
           END-STRING
           WRITE RENTROLL-RECORD
           ADD 2 TO WS-RR-LINES

           PERFORM VARYING WS-RR-MIDX FROM 1 BY 1
               UNTIL WS-RR-MIDX > WS-RR-MONTHS
               PERFORM VARYING WS-RR-BIDX FROM 1 BY 1
                   UNTIL WS-RR-BIDX > WS-BLDG-COUNT
                   IF WS-RR-LEASED(WS-RR-MIDX, WS-RR-BIDX)
                          NOT = 0 OR
                      WS-RR-RATED(WS-RR-MIDX, WS-RR-BIDX)
                          NOT = 0
                       COMPUTE WS-RR-TOTAL =
                           WS-RR-LEASED(WS-RR-MIDX,
                                        WS-RR-BIDX) +
                           WS-RR-RATED(WS-RR-MIDX, WS-RR-BIDX)
                       MOVE WS-RR-LEASED(WS-RR-MIDX,
                                         WS-RR-BIDX)
                           TO WS-RR-EDIT-A
                       MOVE WS-RR-RATED(WS-RR-MIDX, WS-RR-BIDX)
                           TO WS-RR-EDIT-B
                       MOVE WS-RR-TOTAL TO WS-RR-EDIT-C
                       MOVE SPACES TO RENTROLL-RECORD
                       STRING WS-RR-MLAB(WS-RR-MIDX)
                              DELIMITED BY SPACE
                              " | BLDG " DELIMITED BY SIZE
                              WS-BLDG-CODE(WS-RR-BIDX)
                              DELIMITED BY SIZE
                              " | LEASED " DELIMITED BY SIZE
                              WS-RR-EDIT-A DELIMITED BY SIZE
                              " | AT RATE " DELIMITED BY SIZE
                              WS-RR-EDIT-B DELIMITED BY SIZE
                              " | TOTAL " DELIMITED BY SIZE
                              WS-RR-EDIT-C DELIMITED BY SIZE
                              INTO RENTROLL-RECORD
                       END-STRING
                       WRITE RENTROLL-RECORD
                       ADD 1 TO WS-RR-LINES
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SIGN-ON OPERATIONS DASHBOARD
      *============================
       SIGN-ON-DASHBOARD.
           PERFORM CLEAR-SCREEN

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-DASH-YEST-INT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1)
           MOVE SPACES TO WS-DASH-YESTERDAY
           STRING WS-DASH-YEST-INT(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DASH-YEST-INT(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DASH-YEST-INT(7:2) DELIMITED BY SIZE
                  INTO WS-DASH-YESTERDAY
           END-STRING

           *> Rooms and arrears in one pass over the dorm file
           MOVE 0 TO WS-DASH-VACANT
           MOVE 0 TO WS-DASH-OCCUPIED
           MOVE 0 TO WS-DASH-0-30
           MOVE 0 TO WS-DASH-31-60
           MOVE 0 TO WS-DASH-60-PLUS
           MOVE 0 TO WS-DASH-NEG-COUNT

           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM DASHBOARD-TALLY-DORM
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           *> Yesterday's takings from the history file, with
           *> voids netted the same way the close-out does
           MOVE 0 TO WS-DASH-COLLECTED
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE = WS-DASH-YESTERDAY AND
                          PH-METHOD NOT = "INTERNAL"
                           IF PH-PAYMENT-TYPE = "VOID" OR
                              PH-PAYMENT-TYPE = "DEP-REFUND" OR
                              PH-PAYMENT-TYPE = "CREDIT-REFUND"
                               SUBTRACT PH-AMOUNT-PAID
                                   FROM WS-DASH-COLLECTED
                           ELSE
                               ADD PH-AMOUNT-PAID
                                   TO WS-DASH-COLLECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           *> Waitlist depth (the file only exists once somebody
           *> has been waitlisted)
           MOVE 0 TO WS-DASH-WAITLIST
           MOVE "waitlist.dat" TO WS-PROBE-FILENAME
           PERFORM PROBE-FILE-EXISTS
           IF WS-PROBE-EXISTS = "Y"
               OPEN INPUT WAITLIST-FILE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ WAITLIST-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-DASH-WAITLIST
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF

           DISPLAY "================================================"
           DISPLAY "        MORNING OPERATIONS DASHBOARD"
           DISPLAY "        SIGNED ON: " WS-OPERATOR-ID
                   " (" WS-OPERATOR-ROLE ")"
           DISPLAY "================================================"
           DISPLAY "ROOMS OCCUPIED / VACANT : " WS-DASH-OCCUPIED
                   " / " WS-DASH-VACANT
           DISPLAY "OVERDUE ROOMS 0-30 DAYS : " WS-DASH-0-30
           DISPLAY "OVERDUE ROOMS 31-60     : " WS-DASH-31-60
           DISPLAY "OVERDUE ROOMS 60+       : " WS-DASH-60-PLUS
           DISPLAY "COLLECTED YESTERDAY ("
                   WS-DASH-YESTERDAY ") : " WS-DASH-COLLECTED
           DISPLAY "WAITLIST DEPTH          : " WS-DASH-WAITLIST
           DISPLAY "ROOMS IN CREDIT (NEGATIVE BALANCE): "
                   WS-DASH-NEG-COUNT
           DISPLAY "================================================"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DASHBOARD - TALLY ONE DORM
      *============================
       DASHBOARD-TALLY-DORM.
           IF DI-STATUS = "OCCUPIED" OR DI-OCCUPANT-COUNT > 0
               ADD 1 TO WS-DASH-OCCUPIED
           ELSE
               ADD 1 TO WS-DASH-VACANT
           END-IF

           IF DI-RENT-BALANCE-DUE < 0 OR
              DI-ELECTRICITY-BALANCE-DUE < 0 OR
              DI-WATER-BALANCE-DUE < 0
               ADD 1 TO WS-DASH-NEG-COUNT
               DISPLAY "  OVERPAID ROOM: " DI-ID
           END-IF

           IF DI-OCCUPANT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           *> Oldest overdue bill puts the room in one bucket
           MOVE 0 TO WS-DASH-MAX-DAYS
           IF DI-RENT-BALANCE-DUE > 0
               MOVE DI-RENT-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-DASH-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-DASH-MAX-DAYS
               END-IF
           END-IF
           IF DI-ELECTRICITY-BALANCE-DUE > 0
               MOVE DI-ELECTRICITY-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-DASH-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-DASH-MAX-DAYS
               END-IF
           END-IF
           IF DI-WATER-BALANCE-DUE > 0
               MOVE DI-WATER-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-DASH-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-DASH-MAX-DAYS
               END-IF
           END-IF

           IF WS-DASH-MAX-DAYS > 0
               IF WS-DASH-MAX-DAYS <= 30
                   ADD 1 TO WS-DASH-0-30
               ELSE
                   IF WS-DASH-MAX-DAYS <= 60
                       ADD 1 TO WS-DASH-31-60
                   ELSE
                       ADD 1 TO WS-DASH-60-PLUS
                   END-IF
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MAIN MENU
      *============================
       MAIN-MENU.

           PERFORM UNTIL UTIL-MM-CHOICE = 13
           PERFORM CLEAR-SCREEN
           MOVE 0 TO UTIL-MM-CHOICE
           DISPLAY "==========================="
           DISPLAY "         MAIN MENU         "
           DISPLAY "==========================="
           DISPLAY "1 - TENANT MANAGEMENT"
           DISPLAY "2 - DORM MANAGEMENT"
           DISPLAY "3 - RECORD PAYMENT"
           DISPLAY "4 - PAYMENT HISTORY"
           DISPLAY "5 - EXPORT DATA (CSV)"
           DISPLAY "6 - MIGRATE LEGACY STUDENT DATA"
           DISPLAY "7 - OPERATOR ACCOUNTS"
           DISPLAY "8 - SYSTEM UTILITIES"
           DISPLAY "9 - MAINTENANCE WORK ORDERS"
           DISPLAY "10 - REPORTS"
           DISPLAY "11 - EXPENSE TRACKING"
           DISPLAY "12 - SPONSOR BILLING"
           DISPLAY "13 - EXIT"

           DISPLAY "ENTER CHOICE (1 - 13): "
           ACCEPT UTIL-MM-CHOICE

           EVALUATE UTIL-MM-CHOICE
               WHEN 1
                   MOVE 0 TO UTIL-SM-CHOICE
                   PERFORM TENANT-MANAGEMENT

               WHEN 2
                   MOVE 0 TO UTIL-DM-CHOICE
                   PERFORM DORM-MANAGEMENT
               WHEN 3
                   MOVE 0 TO UTIL-PM-CHOICE
                   PERFORM PAYMENT-MANAGEMENT
               WHEN 4
                   MOVE 0 TO UTIL-PH-CHOICE
                   PERFORM VIEW-PAYMENT-HISTORY
               WHEN 5
                   MOVE 0 TO UTIL-EXPORT-CHOICE
                   PERFORM EXPORT-DATA
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM MIGRATE-LEGACY-STUDENTS
               WHEN 7
                   MOVE 0 TO UTIL-OP-CHOICE
                   PERFORM MANAGE-OPERATORS
               WHEN 8
                   MOVE 0 TO UTIL-SY-CHOICE
                   PERFORM SYSTEM-UTILITIES
               WHEN 9
                   MOVE 0 TO UTIL-WO-CHOICE
                   PERFORM MAINTENANCE-MENU
               WHEN 10
                   MOVE 0 TO UTIL-RP-CHOICE
                   PERFORM REPORTS-MENU
               WHEN 11
                   MOVE 0 TO UTIL-EX-CHOICE
                   PERFORM EXPENSE-MENU
               WHEN 12
                   MOVE 0 TO UTIL-SP-CHOICE
                   PERFORM SPONSOR-MENU
               WHEN 13
                   DISPLAY "EXITING..."
                   PERFORM EXIT-PROMT
               WHEN OTHER
                   DISPLAY "INVALID INPUT, PLEASE TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR BILLING MENU
      *============================
       SPONSOR-MENU.
           PERFORM UNTIL UTIL-SP-CHOICE = 8
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "      SPONSOR BILLING"
           DISPLAY "=============================="
           DISPLAY "1 - LIST SPONSORS"
           DISPLAY "2 - ADD SPONSOR"
           DISPLAY "3 - LINK TENANT TO SPONSOR"
           DISPLAY "4 - LIST SPONSORED TENANTS"
           DISPLAY "5 - MONTHLY SPONSOR INVOICE RUN"
           DISPLAY "6 - RECEIVE SPONSOR PAYMENT"
           DISPLAY "7 - SPONSOR AGING LIST"
           DISPLAY "8 - BACK TO MAIN MENU"

           DISPLAY "ENTER CHOICE (1 - 8): "
           ACCEPT UTIL-SP-CHOICE

           EVALUATE UTIL-SP-CHOICE
               WHEN 1
                   PERFORM LIST-SPONSORS
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM ADD-SPONSOR
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM LINK-TENANT-SPONSOR
               WHEN 4
                   PERFORM LIST-SPONSOR-LINKS
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM SPONSOR-INVOICE-RUN
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM SPONSOR-RECEIVE-PAYMENT
               WHEN 7
                   PERFORM CLEAR-SCREEN
                   PERFORM SPONSOR-AGING-LIST
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST SPONSORS
      *============================
       LIST-SPONSORS.
           DISPLAY " "
           DISPLAY "SPONSORS:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-SP-COUNT
           OPEN INPUT SPONSOR-FILE
           IF WS-SPON-FILE-STATUS NOT = "00"
               DISPLAY "NO SPONSORS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ SPONSOR-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-SP-COUNT
                           DISPLAY SP-ID " | "
                                   FUNCTION TRIM(SP-NAME)
                                   " | " SP-CONTACT
                           DISPLAY "    "
                                   FUNCTION TRIM(SP-ADDRESS)
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "SPONSORS LISTED: " WS-SP-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND ONE SPONSOR BY ID
      *============================
      *Caller sets WS-SP-LOOK-ID; leaves WS-SP-FOUND and the
      *sponsor's name in WS-SP-NAME-HOLD.
       SPONSOR-FIND.
           MOVE "N" TO WS-SP-FOUND
           MOVE SPACES TO WS-SP-NAME-HOLD
           OPEN INPUT SPONSOR-FILE
           IF WS-SPON-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SP-SCAN-EOF
           PERFORM UNTIL WS-SP-SCAN-EOF = "Y"
               READ SPONSOR-FILE
                   AT END
                       MOVE "Y" TO WS-SP-SCAN-EOF
                   NOT AT END
                       IF SP-ID = WS-SP-LOOK-ID
                           MOVE "Y" TO WS-SP-FOUND
                           MOVE SP-NAME TO WS-SP-NAME-HOLD
                           MOVE "Y" TO WS-SP-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPONSOR-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD SPONSOR
      *============================
       ADD-SPONSOR.
           DISPLAY "NEW SPONSOR ID (e.g., SP01): "
           MOVE SPACES TO WS-SP-NEW-ID
           ACCEPT WS-SP-NEW-ID
           INSPECT WS-SP-NEW-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-SP-NEW-ID = SPACES
               DISPLAY "SPONSOR ID CANNOT BE BLANK."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SP-NEW-ID TO WS-SP-LOOK-ID
           PERFORM SPONSOR-FIND
           IF WS-SP-FOUND = "Y"
               DISPLAY "ERROR: SPONSOR " WS-SP-NEW-ID
                       " ALREADY EXISTS."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SPONSOR NAME: "
           MOVE SPACES TO WS-SP-NEW-NAME
           ACCEPT WS-SP-NEW-NAME
           PERFORM UNTIL WS-SP-NEW-NAME NOT = SPACES
               DISPLAY "NAME CANNOT BE BLANK: "
               ACCEPT WS-SP-NEW-NAME
           END-PERFORM
           DISPLAY "CONTACT NUMBER: "
           MOVE SPACES TO WS-SP-NEW-CONTACT
           ACCEPT WS-SP-NEW-CONTACT
           DISPLAY "BILLING ADDRESS: "
           MOVE SPACES TO WS-SP-NEW-ADDR
           ACCEPT WS-SP-NEW-ADDR

           MOVE WS-SP-NEW-ID      TO SP-ID
           MOVE WS-SP-NEW-NAME    TO SP-NAME
           MOVE WS-SP-NEW-CONTACT TO SP-CONTACT
           MOVE WS-SP-NEW-ADDR    TO SP-ADDRESS
           OPEN EXTEND SPONSOR-FILE
           WRITE SPONSOR-RECORD
           CLOSE SPONSOR-FILE
           DISPLAY "SPONSOR " WS-SP-NEW-ID " ADDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LINK A TENANT TO A SPONSOR
      *============================
       LINK-TENANT-SPONSOR.
           PERFORM SHOW-TENANT-LIST
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-SPL-TENANT
           ACCEPT WS-SPL-TENANT
           INSPECT WS-SPL-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-SP-TEN-FOUND
           OPEN INPUT TENANT-FILE
           MOVE WS-SPL-TENANT TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SP-TEN-FOUND
           END-READ
           CLOSE TENANT-FILE
           IF WS-SP-TEN-FOUND = "N"
               DISPLAY "TENANT " WS-SPL-TENANT " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SPONSOR ID: "
           MOVE SPACES TO WS-SPL-SPONSOR
           ACCEPT WS-SPL-SPONSOR
           INSPECT WS-SPL-SPONSOR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-SPL-SPONSOR TO WS-SP-LOOK-ID
           PERFORM SPONSOR-FIND
           IF WS-SP-FOUND = "N"
               DISPLAY "SPONSOR " WS-SPL-SPONSOR " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SPLIT (1=PERCENT OF RENT, 2=FIXED AMOUNT): "
           MOVE 0 TO WS-SPL-TYPE-CHOICE
           ACCEPT WS-SPL-TYPE-CHOICE
           PERFORM UNTIL WS-SPL-TYPE-CHOICE = 1 OR
                         WS-SPL-TYPE-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-SPL-TYPE-CHOICE
           END-PERFORM
           IF WS-SPL-TYPE-CHOICE = 1
               MOVE "P" TO WS-SPL-TYPE
               DISPLAY "PERCENT THE SPONSOR PAYS (1-100): "
               MOVE 0 TO WS-SPL-VALUE
               ACCEPT WS-SPL-VALUE
               PERFORM UNTIL WS-SPL-VALUE >= 1 AND
                             WS-SPL-VALUE <= 100
                   DISPLAY "ENTER 1 - 100: "
                   ACCEPT WS-SPL-VALUE
               END-PERFORM
           ELSE
               MOVE "F" TO WS-SPL-TYPE
               DISPLAY "FIXED AMOUNT PER MONTH: "
               MOVE 0 TO WS-SPL-VALUE
               ACCEPT WS-SPL-VALUE
               PERFORM UNTIL WS-SPL-VALUE > 0
                   DISPLAY "AMOUNT MUST BE GREATER THAN 0: "
                   ACCEPT WS-SPL-VALUE
               END-PERFORM
           END-IF

           *> One sponsor per tenant: the rebuild drops any old
           *> link before the new one goes on
           OPEN INPUT SPONSOR-LINK-FILE
           IF WS-SPLINK-FILE-STATUS = "00"
               OPEN OUTPUT TEMP-SPONSOR-LINK-FILE
               MOVE "N" TO WS-SPL-SCAN-EOF
               PERFORM UNTIL WS-SPL-SCAN-EOF = "Y"
                   READ SPONSOR-LINK-FILE
                       AT END
                           MOVE "Y" TO WS-SPL-SCAN-EOF
                       NOT AT END
                           IF SL-TENANT-ID NOT = WS-SPL-TENANT
                               WRITE TEMP-SPONSOR-LINK-RECORD
                                   FROM SPONSOR-LINK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-LINK-FILE TEMP-SPONSOR-LINK-FILE
               PERFORM SAVE-SPONSOR-LINK-RECORD
           END-IF

           MOVE WS-SPL-TENANT  TO SL-TENANT-ID
           MOVE WS-SPL-SPONSOR TO SL-SPONSOR-ID
           MOVE WS-SPL-TYPE    TO SL-SPLIT-TYPE
           MOVE WS-SPL-VALUE   TO SL-SPLIT-VALUE
           OPEN EXTEND SPONSOR-LINK-FILE
           WRITE SPONSOR-LINK-RECORD
           CLOSE SPONSOR-LINK-FILE
           DISPLAY "TENANT " WS-SPL-TENANT " LINKED TO SPONSOR "
                   WS-SPL-SPONSOR "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST SPONSORED TENANTS
      *============================
       LIST-SPONSOR-LINKS.
           DISPLAY " "
           DISPLAY "SPONSORED TENANTS:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-SP-COUNT
           OPEN INPUT SPONSOR-LINK-FILE
           IF WS-SPLINK-FILE-STATUS NOT = "00"
               DISPLAY "NO SPONSORED TENANTS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ SPONSOR-LINK-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-SP-COUNT
                           IF SL-SPLIT-TYPE = "P"
                               DISPLAY "TENANT " SL-TENANT-ID
                                       " | SPONSOR "
                                       SL-SPONSOR-ID
                                       " | " SL-SPLIT-VALUE
                                       " PERCENT OF RENT"
                           ELSE
                               DISPLAY "TENANT " SL-TENANT-ID
                                       " | SPONSOR "
                                       SL-SPONSOR-ID
                                       " | FIXED "
                                       SL-SPLIT-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-LINK-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "LINKS LISTED: " WS-SP-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR - SHARE FOR THE CURRENT LINK
      *============================
      *Uses SL-SPLIT-TYPE/VALUE and WS-SP-RENT; the sponsored part
      *can never exceed the rent itself.
       SPONSOR-CALC-SHARE.
           IF SL-SPLIT-TYPE = "P"
               COMPUTE WS-SP-SHARE ROUNDED =
                       WS-SP-RENT * SL-SPLIT-VALUE / 100
           ELSE
               MOVE SL-SPLIT-VALUE TO WS-SP-SHARE
           END-IF
           IF WS-SP-SHARE > WS-SP-RENT
               MOVE WS-SP-RENT TO WS-SP-SHARE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR - TENANT NAME, ROOM AND RENT
      *============================
      *Caller positions SL; leaves the tenant's details and the
      *room's standing rent in the WS-SP fields.
       SPONSOR-FIND-TENANT.
           MOVE "N" TO WS-SP-TEN-FOUND
           MOVE SPACES TO WS-SP-TEN-NAME
           MOVE SPACES TO WS-SP-TEN-ROOM
           MOVE 0 TO WS-SP-RENT

           OPEN INPUT TENANT-FILE
           MOVE SL-TENANT-ID TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SP-TEN-FOUND
                   MOVE SI-NAME TO WS-SP-TEN-NAME
                   MOVE SI-ASSIGNED-D-ID TO WS-SP-TEN-ROOM
           END-READ
           CLOSE TENANT-FILE

           IF WS-SP-TEN-FOUND = "Y" AND
              WS-SP-TEN-ROOM NOT = SPACES AND
              WS-SP-TEN-ROOM NOT = "UNASSIGNED"
               OPEN INPUT DORM-FILE
               MOVE WS-SP-TEN-ROOM TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SP-TEN-FOUND
                   NOT INVALID KEY
                       MOVE DI-RENT-AMOUNT TO WS-SP-RENT
               END-READ
               CLOSE DORM-FILE
           ELSE
               MOVE "N" TO WS-SP-TEN-FOUND
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MONTHLY SPONSOR INVOICE RUN
      *============================
       SPONSOR-INVOICE-RUN.
           DISPLAY "=========================================="
           DISPLAY "    MONTHLY SPONSOR INVOICE RUN"
           DISPLAY "=========================================="
           DISPLAY "Gathers every sponsored tenant's share into "
                   "one printable invoice per sponsor and books "
                   "it on the sponsor invoice ledger."
           DISPLAY " "

           DISPLAY "MONTH TO INVOICE (YYYY-MM): "
           MOVE SPACES TO WS-SP-MONTH
           ACCEPT WS-SP-MONTH
           PERFORM UNTIL WS-SP-MONTH(1:4) IS NUMERIC AND
                         WS-SP-MONTH(5:1) = "-" AND
                         WS-SP-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               ACCEPT WS-SP-MONTH
           END-PERFORM

           MOVE 0 TO WS-SP-INV-COUNT
           OPEN INPUT SPONSOR-FILE
           IF WS-SPON-FILE-STATUS NOT = "00"
               DISPLAY "NO SPONSORS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SP-SCAN-EOF
           PERFORM UNTIL WS-SP-SCAN-EOF = "Y"
               READ SPONSOR-FILE
                   AT END
                       MOVE "Y" TO WS-SP-SCAN-EOF
                   NOT AT END
                       PERFORM SPONSOR-INVOICE-ONE
               END-READ
           END-PERFORM
           CLOSE SPONSOR-FILE

           DISPLAY " "
           DISPLAY "INVOICES WRITTEN: " WS-SP-INV-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR - INVOICE ONE SPONSOR
      *============================
       SPONSOR-INVOICE-ONE.
           *> One invoice per sponsor per month
           MOVE "N" TO WS-SP-INV-EXISTS
           OPEN INPUT SPONSOR-INVOICE-FILE
           IF WS-SPINV-FILE-STATUS = "00"
               MOVE "N" TO WS-SPI-SCAN-EOF
               PERFORM UNTIL WS-SPI-SCAN-EOF = "Y"
                   READ SPONSOR-INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-SPI-SCAN-EOF
                       NOT AT END
                           IF IV-SPONSOR-ID = SP-ID AND
                              IV-MONTH = WS-SP-MONTH
                               MOVE "Y" TO WS-SP-INV-EXISTS
                               MOVE "Y" TO WS-SPI-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-INVOICE-FILE
           END-IF
           IF WS-SP-INV-EXISTS = "Y"
               DISPLAY "SKIPPED " SP-ID ": " WS-SP-MONTH
                       " ALREADY INVOICED."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SP-INV-TOTAL
           MOVE SPACES TO WS-SP-PRINT-NAME
           STRING "invoice_" DELIMITED BY SIZE
                  SP-ID DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-SP-MONTH DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-SP-PRINT-NAME
           END-STRING
           OPEN OUTPUT SPONSOR-PRINT-FILE

           MOVE "========================================"
               TO SPONSOR-PRINT-RECORD
           WRITE SPONSOR-PRINT-RECORD
           MOVE SPACES TO SPONSOR-PRINT-RECORD
           STRING "  SPONSOR INVOICE - " DELIMITED BY SIZE
                  FUNCTION TRIM(SP-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  SP-ID DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO SPONSOR-PRINT-RECORD
           END-STRING
           WRITE SPONSOR-PRINT-RECORD
           MOVE SPACES TO SPONSOR-PRINT-RECORD
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(SP-ADDRESS) DELIMITED BY SIZE
                  INTO SPONSOR-PRINT-RECORD
           END-STRING
           WRITE SPONSOR-PRINT-RECORD
           MOVE SPACES TO SPONSOR-PRINT-RECORD
           STRING "  BILLING MONTH: " DELIMITED BY SIZE
                  WS-SP-MONTH DELIMITED BY SPACE
                  INTO SPONSOR-PRINT-RECORD
           END-STRING
           WRITE SPONSOR-PRINT-RECORD
           MOVE "========================================"
               TO SPONSOR-PRINT-RECORD
           WRITE SPONSOR-PRINT-RECORD

           OPEN INPUT SPONSOR-LINK-FILE
           IF WS-SPLINK-FILE-STATUS = "00"
               MOVE "N" TO WS-SPL-SCAN-EOF
               PERFORM UNTIL WS-SPL-SCAN-EOF = "Y"
                   READ SPONSOR-LINK-FILE
                       AT END
                           MOVE "Y" TO WS-SPL-SCAN-EOF
                       NOT AT END
                           IF SL-SPONSOR-ID = SP-ID
                               PERFORM SPONSOR-INVOICE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-LINK-FILE
           END-IF

           MOVE "----------------------------------------"
               TO SPONSOR-PRINT-RECORD
           WRITE SPONSOR-PRINT-RECORD
           MOVE WS-SP-INV-TOTAL TO WS-SP-EDIT-A
           MOVE SPACES TO SPONSOR-PRINT-RECORD
           STRING "TOTAL DUE FROM SPONSOR: " DELIMITED BY SIZE
                  WS-SP-EDIT-A DELIMITED BY SIZE
                  INTO SPONSOR-PRINT-RECORD
           END-STRING
           WRITE SPONSOR-PRINT-RECORD
           CLOSE SPONSOR-PRINT-FILE

           IF WS-SP-INV-TOTAL > 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE SP-ID TO IV-SPONSOR-ID
               MOVE WS-SP-MONTH TO IV-MONTH
               MOVE WS-SP-INV-TOTAL TO IV-AMOUNT
               MOVE 0 TO IV-PAID-AMT
               MOVE "OPEN" TO IV-STATUS
               MOVE SPACES TO IV-DATE
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO IV-DATE
               END-STRING
               OPEN EXTEND SPONSOR-INVOICE-FILE
               WRITE SPONSOR-INVOICE-RECORD
               CLOSE SPONSOR-INVOICE-FILE
               ADD 1 TO WS-SP-INV-COUNT
               DISPLAY "INVOICED " SP-ID " FOR "
                       WS-SP-INV-TOTAL " -> "
                       FUNCTION TRIM(WS-SP-PRINT-NAME)
           ELSE
               DISPLAY "NO SPONSORED SHARE FOR " SP-ID
                       " THIS MONTH."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR - ONE INVOICE LINE
      *============================
       SPONSOR-INVOICE-ONE-LINE.
           PERFORM SPONSOR-FIND-TENANT
           IF WS-SP-TEN-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM SPONSOR-CALC-SHARE
           IF WS-SP-SHARE <= 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-SP-SHARE TO WS-SP-INV-TOTAL
           MOVE WS-SP-SHARE TO WS-SP-EDIT-A
           MOVE SPACES TO SPONSOR-PRINT-RECORD
           STRING SL-TENANT-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SP-TEN-NAME)
                  DELIMITED BY SIZE
                  " ROOM " DELIMITED BY SIZE
                  WS-SP-TEN-ROOM DELIMITED BY SPACE
                  " SHARE " DELIMITED BY SIZE
                  WS-SP-EDIT-A DELIMITED BY SIZE
                  INTO SPONSOR-PRINT-RECORD
           END-STRING
           WRITE SPONSOR-PRINT-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIVE A SPONSOR PAYMENT
      *============================
       SPONSOR-RECEIVE-PAYMENT.
           DISPLAY "=========================================="
           DISPLAY "      RECEIVE SPONSOR PAYMENT"
           DISPLAY "=========================================="
           DISPLAY "SPONSOR ID: "
           MOVE SPACES TO WS-SP-LOOK-ID
           ACCEPT WS-SP-LOOK-ID
           INSPECT WS-SP-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM SPONSOR-FIND
           IF WS-SP-FOUND = "N"
               DISPLAY "SPONSOR " WS-SP-LOOK-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "OPEN INVOICES FOR " WS-SP-LOOK-ID ":"
           OPEN INPUT SPONSOR-INVOICE-FILE
           IF WS-SPINV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVOICES ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SPI-SCAN-EOF
           PERFORM UNTIL WS-SPI-SCAN-EOF = "Y"
               READ SPONSOR-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-SPI-SCAN-EOF
                   NOT AT END
                       IF IV-SPONSOR-ID = WS-SP-LOOK-ID AND
                          IV-STATUS = "OPEN"
                           DISPLAY "  " IV-MONTH " | DUE "
                                   IV-AMOUNT " | PAID "
                                   IV-PAID-AMT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPONSOR-INVOICE-FILE

           DISPLAY "INVOICE MONTH BEING PAID (YYYY-MM): "
           MOVE SPACES TO WS-SP-MONTH
           ACCEPT WS-SP-MONTH

           *> The money must settle a real open invoice, or the
           *> ledger would chase the sponsor for cash already in
           MOVE "N" TO WS-SP-INV-EXISTS
           OPEN INPUT SPONSOR-INVOICE-FILE
           IF WS-SPINV-FILE-STATUS = "00"
               MOVE "N" TO WS-SPI-SCAN-EOF
               PERFORM UNTIL WS-SPI-SCAN-EOF = "Y"
                   READ SPONSOR-INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-SPI-SCAN-EOF
                       NOT AT END
                           IF IV-SPONSOR-ID = WS-SP-LOOK-ID AND
                              IV-MONTH = WS-SP-MONTH AND
                              IV-STATUS = "OPEN"
                               MOVE "Y" TO WS-SP-INV-EXISTS
                               MOVE "Y" TO WS-SPI-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-INVOICE-FILE
           END-IF
           IF WS-SP-INV-EXISTS = "N"
               DISPLAY "ERROR: NO OPEN INVOICE FOR "
                       WS-SP-LOOK-ID " IN " WS-SP-MONTH
                       ". CHECK THE MONTH OR RUN THE INVOICE "
                       "RUN FIRST."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "AMOUNT RECEIVED: "
           MOVE 0 TO WS-SP-PAY-AMT
           ACCEPT WS-SP-PAY-AMT
           PERFORM UNTIL WS-SP-PAY-AMT > 0
               DISPLAY "AMOUNT MUST BE GREATER THAN 0: "
               ACCEPT WS-SP-PAY-AMT
           END-PERFORM

           PERFORM ACCEPT-PAYMENT-METHOD

           DISPLAY "RECEIPT DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-SP-PAY-DATE
               ACCEPT WS-SP-PAY-DATE
               MOVE WS-SP-PAY-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-SP-PAY-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
               END-IF
           END-PERFORM

           DISPLAY "CONFIRM RECEIPT OF " WS-SP-PAY-AMT " FROM "
                   WS-SP-LOOK-ID " FOR " WS-SP-MONTH " (Y/N): "
           ACCEPT WS-SP-CONFIRM
           INSPECT WS-SP-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-SP-CONFIRM NOT = "Y"
               DISPLAY "RECEIPT CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Allocate the money across the covered rooms in link
           *> order, each slice logged against its tenant under
           *> one official receipt for the whole remittance
           MOVE "Y" TO WS-OR-KEEP-FLAG
           MOVE SPACES TO WS-OR-KEEP-NUMBER
           MOVE WS-SP-PAY-AMT TO WS-SP-PAY-LEFT
           OPEN INPUT SPONSOR-LINK-FILE
           IF WS-SPLINK-FILE-STATUS = "00"
               MOVE "N" TO WS-SPL-SCAN-EOF
               PERFORM UNTIL WS-SPL-SCAN-EOF = "Y"
                   READ SPONSOR-LINK-FILE
                       AT END
                           MOVE "Y" TO WS-SPL-SCAN-EOF
                       NOT AT END
                           IF SL-SPONSOR-ID = WS-SP-LOOK-ID AND
                              WS-SP-PAY-LEFT > 0
                               PERFORM SPONSOR-ALLOCATE-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-LINK-FILE
           END-IF

           IF WS-SP-PAY-LEFT > 0
               DISPLAY "WARNING: " WS-SP-PAY-LEFT " OF THE "
                       "PAYMENT COULD NOT BE ALLOCATED TO A "
                       "SPONSORED ROOM. POST IT BY HAND."
           END-IF

           IF WS-OR-KEEP-NUMBER NOT = SPACES
               DISPLAY "OFFICIAL RECEIPT " WS-OR-KEEP-NUMBER
                       " COVERS THIS PAYMENT."
           END-IF
           MOVE "N" TO WS-OR-KEEP-FLAG
           MOVE SPACES TO WS-OR-KEEP-NUMBER

           PERFORM SPONSOR-UPDATE-INVOICE

           DISPLAY "SPONSOR PAYMENT RECORDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR - ALLOCATE ONE LINK'S SLICE
      *============================
       SPONSOR-ALLOCATE-ONE.
           PERFORM SPONSOR-FIND-TENANT
           IF WS-SP-TEN-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM SPONSOR-CALC-SHARE
           IF WS-SP-SHARE <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SP-SHARE > WS-SP-PAY-LEFT
               MOVE WS-SP-PAY-LEFT TO WS-SP-ALLOC
           ELSE
               MOVE WS-SP-SHARE TO WS-SP-ALLOC
           END-IF

           OPEN I-O DORM-FILE
           MOVE WS-SP-TEN-ROOM TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-SP-TEN-ROOM
                           " NOT FOUND. SLICE NOT POSTED."
                   CLOSE DORM-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   SUBTRACT WS-SP-ALLOC
                       FROM DI-RENT-BALANCE-DUE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE ROOM "
                                   WS-SP-TEN-ROOM
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE

           SUBTRACT WS-SP-ALLOC FROM WS-SP-PAY-LEFT

           MOVE WS-SP-TEN-ROOM TO WS-DORM-ID
           MOVE "RENT" TO WS-PAYMENT-TYPE
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE WS-SP-ALLOC TO WS-AMOUNT-PAID
           MOVE WS-SP-PAY-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-SP-PAY-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "SPONSOR " DELIMITED BY SIZE
                  WS-SP-LOOK-ID DELIMITED BY SPACE
                  " PAYMENT, INVOICE " DELIMITED BY SIZE
                  WS-SP-MONTH DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE SL-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           PERFORM LOG-PAYMENT-HISTORY
           DISPLAY "ALLOCATED " WS-SP-ALLOC " TO ROOM "
                   WS-SP-TEN-ROOM " (TENANT " SL-TENANT-ID ")"
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR - UPDATE THE INVOICE LEDGER
      *============================
       SPONSOR-UPDATE-INVOICE.
           OPEN INPUT SPONSOR-INVOICE-FILE
           IF WS-SPINV-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO INVOICE LEDGER TO UPDATE."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-SPONSOR-INVOICE-FILE

           MOVE "N" TO WS-SPI-SCAN-EOF
           PERFORM UNTIL WS-SPI-SCAN-EOF = "Y"
               READ SPONSOR-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-SPI-SCAN-EOF
                   NOT AT END
                       IF IV-SPONSOR-ID = WS-SP-LOOK-ID AND
                          IV-MONTH = WS-SP-MONTH
                           ADD WS-SP-PAY-AMT TO IV-PAID-AMT
                           IF IV-PAID-AMT >= IV-AMOUNT
                               MOVE "PAID" TO IV-STATUS
                           END-IF
                       END-IF
                       WRITE TEMP-SPONSOR-INVOICE-RECORD
                           FROM SPONSOR-INVOICE-RECORD
               END-READ
           END-PERFORM
           CLOSE SPONSOR-INVOICE-FILE TEMP-SPONSOR-INVOICE-FILE
           PERFORM SAVE-SPONSOR-INVOICE-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SPONSOR AGING LIST
      *============================
       SPONSOR-AGING-LIST.
           DISPLAY "=========================================="
           DISPLAY "        SPONSOR AGING LIST"
           DISPLAY "=========================================="

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE 0 TO WS-SP-AGE-0-30
           MOVE 0 TO WS-SP-AGE-31-60
           MOVE 0 TO WS-SP-AGE-60-PLUS

           OPEN INPUT SPONSOR-INVOICE-FILE
           IF WS-SPINV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVOICES ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ SPONSOR-INVOICE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF IV-STATUS = "OPEN"
                           MOVE IV-DATE TO WS-CHECK-DUE-DATE
                           PERFORM CALC-OVERDUE-DAYS
                           COMPUTE WS-SP-EDIT-A =
                                   IV-AMOUNT - IV-PAID-AMT
                           DISPLAY IV-SPONSOR-ID " | "
                                   IV-MONTH " | OPEN "
                                   WS-SP-EDIT-A " | "
                                   WS-DAYS-OVERDUE
                                   " DAYS SINCE INVOICED"
                           IF WS-DAYS-OVERDUE <= 30
                               ADD 1 TO WS-SP-AGE-0-30
                           ELSE
                               IF WS-DAYS-OVERDUE <= 60
                                   ADD 1 TO WS-SP-AGE-31-60
                               ELSE
                                   ADD 1 TO WS-SP-AGE-60-PLUS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPONSOR-INVOICE-FILE

           DISPLAY " "
           DISPLAY "OPEN INVOICES BY AGE"
           DISPLAY "  0-30 DAYS : " WS-SP-AGE-0-30
           DISPLAY "  31-60     : " WS-SP-AGE-31-60
           DISPLAY "  60+       : " WS-SP-AGE-60-PLUS
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE SPONSOR LINK RECORD
      *============================
       SAVE-SPONSOR-LINK-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del sponlink.dat"
               CALL "SYSTEM" USING "rename tempspl.dat sponlink.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempspl.dat sponlink.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE SPONSOR INVOICE RECORD
      *============================
       SAVE-SPONSOR-INVOICE-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del spinv.dat"
               CALL "SYSTEM" USING "rename tempspi.dat spinv.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempspi.dat spinv.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EXPORT DATA (CSV)
      *============================
       EXPORT-DATA.
           PERFORM UNTIL UTIL-EXPORT-CHOICE = 5
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "      EXPORT DATA (CSV)    "
           DISPLAY "==========================="
           DISPLAY "1 - EXPORT DORMS"
           DISPLAY "2 - EXPORT TENANTS"
           DISPLAY "3 - EXPORT PAYMENT HISTORY"
           DISPLAY "4 - EXPORT ALL"
           DISPLAY "5 - BACK TO MAIN MENU"

           DISPLAY "ENTER CHOICE (1 - 5): "
           ACCEPT UTIL-EXPORT-CHOICE

           EVALUATE UTIL-EXPORT-CHOICE
               WHEN 1
                   PERFORM EXPORT-DORMS-CSV
               WHEN 2
                   PERFORM EXPORT-TENANTS-CSV
               WHEN 3
                   PERFORM EXPORT-HISTORY-CSV
               WHEN 4
                   PERFORM EXPORT-DORMS-CSV
                   PERFORM EXPORT-TENANTS-CSV
                   PERFORM EXPORT-HISTORY-CSV
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
           END-EVALUATE

           IF UTIL-EXPORT-CHOICE NOT = 5
               PERFORM EXIT-PROMT
           END-IF

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MIGRATE LEGACY STUDENT-FILE DATA
      *============================
       MIGRATE-LEGACY-STUDENTS.
           DISPLAY "=========================================="
           DISPLAY "   MIGRATE LEGACY STUDENT-FILE DATA"
           DISPLAY "=========================================="
           DISPLAY "Reading students.dat (legacy pre-rewrite "
                   "format) and importing each record as a "
                   "new tenant."
           DISPLAY " "

           MOVE 0 TO WS-MIGRATE-COUNT
           MOVE 0 TO WS-MIGRATE-UNASSIGNED

           *> students.dat is archived to students.dat.migrated at
           *> the end of a successful run (below), so a missing
           *> students.dat here means this has already been done.
           *> Guards against re-migrating and double-crediting
           *> DI-OCCUPANT-COUNT on a second run.
           OPEN INPUT LEGACY-STUDENT-FILE
           IF WS-LEGACY-FILE-STATUS NOT = "00"
               DISPLAY "STUDENTS.DAT NOT FOUND. LEGACY DATA HAS "
                       "ALREADY BEEN MIGRATED (OR THERE IS "
                       "NOTHING TO MIGRATE)."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MAX-TENANT-ID

           OPEN I-O TENANT-FILE
           IF WS-TENANT-FILE-STATUS NOT = "00"
               OPEN OUTPUT TENANT-FILE
           END-IF
           MOVE "N" TO UTIL-EOF

           PERFORM UNTIL UTIL-EOF = "Y"
               READ LEGACY-STUDENT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       *> Try to find a vacant room whose room
                       *> number matches the legacy room number
                       MOVE "N" TO WS-MIGRATE-ROOM-FOUND
                       MOVE SPACES TO WS-MIGRATE-MATCH-ID

                       OPEN INPUT DORM-FILE
                       MOVE LOW-VALUES TO DI-ID
                       START DORM-FILE KEY >= DI-ID
                           INVALID KEY
                               DISPLAY "NO DORMS IN SYSTEM"
                       END-START

                       PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
                           READ DORM-FILE NEXT
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF WS-MIGRATE-ROOM-FOUND = "N"
                                      AND DI-ROOM-NUM =
                                          LS-ROOM-NUM(1:3)
                                      AND DI-STATUS = "UNOCCUPIED"
                                       MOVE "Y" TO
                                            WS-MIGRATE-ROOM-FOUND
                                       MOVE DI-ID TO
                                            WS-MIGRATE-MATCH-ID
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE DORM-FILE

                       PERFORM GENERATE-TENANT-ID
                       MOVE WS-TENANT-ID TO SI-ID IN TENANT-RECORD
                       MOVE LS-NAME         TO SI-NAME
                       MOVE LS-AGE          TO SI-AGE
                       MOVE LS-GENDER       TO SI-GENDER
                       MOVE LS-CONTACT-NUM  TO SI-CONTACT-NUM

                       IF WS-MIGRATE-ROOM-FOUND = "Y"
                           MOVE WS-MIGRATE-MATCH-ID TO
                                SI-ASSIGNED-D-ID

                           OPEN I-O DORM-FILE
                           MOVE WS-MIGRATE-MATCH-ID TO DI-ID
                           READ DORM-FILE
                               INVALID KEY
                                   DISPLAY "WARNING: ROOM "
                                       WS-MIGRATE-MATCH-ID
                                       " DISAPPEARED DURING "
                                       "MIGRATION."
                               NOT INVALID KEY
                                   ADD 1 TO DI-OCCUPANT-COUNT
                                   IF DI-OCCUPANT-COUNT >=
                                      DI-CAPACITY
                                       MOVE "OCCUPIED" TO DI-STATUS
                                   ELSE
                                       MOVE "UNOCCUPIED" TO
                                            DI-STATUS
                                   END-IF
                                   REWRITE DORM-RECORD
                                       INVALID KEY
                                           DISPLAY "ERROR: COULD "
                                               "NOT UPDATE ROOM "
                                               WS-MIGRATE-MATCH-ID
                                       NOT INVALID KEY
                                           CONTINUE
                                   END-REWRITE
                           END-READ
                           CLOSE DORM-FILE
                       ELSE
                           MOVE "UNASSIGNED" TO SI-ASSIGNED-D-ID
                           ADD 1 TO WS-MIGRATE-UNASSIGNED
                       END-IF

                       WRITE TENANT-RECORD
                           INVALID KEY
                               DISPLAY "DUPLICATE TENANT ID SKIPPED: "
                                       SI-ID IN TENANT-RECORD
                       END-WRITE
                       ADD 1 TO WS-MIGRATE-COUNT

                       DISPLAY "MIGRATED: " SI-NAME
                               " (" SI-ID IN TENANT-RECORD ") -> "
                               "ROOM " SI-ASSIGNED-D-ID
               END-READ
           END-PERFORM

           CLOSE LEGACY-STUDENT-FILE
           CLOSE TENANT-FILE

           *> Archive students.dat so this paragraph cannot be
           *> re-entered against the same legacy data (see the
           *> OPEN INPUT guard above).
           PERFORM ARCHIVE-LEGACY-STUDENT-FILE

           DISPLAY " "
           DISPLAY "MIGRATION COMPLETE."
           DISPLAY "TOTAL TENANTS MIGRATED : " WS-MIGRATE-COUNT
           DISPLAY "LEFT UNASSIGNED (NO ROOM MATCH): "
                   WS-MIGRATE-UNASSIGNED
           IF WS-MIGRATE-UNASSIGNED > 0
               DISPLAY "USE TENANT MANAGEMENT > EDIT TENANT TO "
                       "ASSIGN A ROOM TO UNASSIGNED TENANTS."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EXPORT DORMS TO CSV
      *============================
       EXPORT-DORMS-CSV.
           MOVE "dorms_export.csv" TO WS-CSV-FILENAME
           OPEN OUTPUT CSV-EXPORT-FILE

           MOVE SPACES TO CSV-EXPORT-RECORD
           STRING "DORM_ID,FLOOR,ROOM,STATUS,RENT_AMOUNT,RENT_DUE,"
                  DELIMITED BY SIZE
                  "RENT_BALANCE,ELECTRICITY_AMOUNT,"
                  DELIMITED BY SIZE
                  "ELECTRICITY_DUE,ELECTRICITY_BALANCE,"
                  DELIMITED BY SIZE
                  "WATER_AMOUNT,WATER_DUE,WATER_BALANCE,"
                  DELIMITED BY SIZE
                  "CAPACITY,OCCUPANT_COUNT"
                  DELIMITED BY SIZE
                  INTO CSV-EXPORT-RECORD
           END-STRING
           WRITE CSV-EXPORT-RECORD

           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START

           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       *> Signed amount/balance fields are edited
                       *> through WS-CSV-NUM-EDIT first so a negative
                       *> balance (overpayment) renders as readable
                       *> text instead of the raw overpunched sign.
                       MOVE DI-RENT-AMOUNT TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-RENT-AMOUNT
                       MOVE DI-RENT-BALANCE-DUE TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-RENT-BALANCE
                       MOVE DI-ELECTRICITY-AMT TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-ELECTRICITY-AMT
                       MOVE DI-ELECTRICITY-BALANCE-DUE
                            TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-ELECTRICITY-BALANCE
                       MOVE DI-WATER-AMT TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-WATER-AMT
                       MOVE DI-WATER-BALANCE-DUE TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-WATER-BALANCE

                       MOVE SPACES TO CSV-EXPORT-RECORD
                       STRING DI-ID DELIMITED BY SPACE "," DELIMITED
                              BY SIZE
                              DI-FLOOR DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              DI-ROOM-NUM DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              DI-STATUS DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              WS-CSV-RENT-AMOUNT DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              DI-RENT-DUE DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              WS-CSV-RENT-BALANCE DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              WS-CSV-ELECTRICITY-AMT DELIMITED BY
                              SPACE "," DELIMITED BY SIZE
                              DI-ELECTRICITY-DUE DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              WS-CSV-ELECTRICITY-BALANCE DELIMITED
                              BY SPACE "," DELIMITED BY SIZE
                              WS-CSV-WATER-AMT DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              DI-WATER-DUE DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              WS-CSV-WATER-BALANCE DELIMITED BY
                              SPACE "," DELIMITED BY SIZE
                              DI-CAPACITY DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              DI-OCCUPANT-COUNT DELIMITED BY SIZE
                              INTO CSV-EXPORT-RECORD
                       END-STRING
                       WRITE CSV-EXPORT-RECORD
               END-READ
           END-PERFORM

           CLOSE DORM-FILE
           CLOSE CSV-EXPORT-FILE
           DISPLAY "DORMS EXPORTED TO " WS-CSV-FILENAME
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EXPORT TENANTS TO CSV
      *============================
       EXPORT-TENANTS-CSV.
           MOVE "tenants_export.csv" TO WS-CSV-FILENAME
           OPEN OUTPUT CSV-EXPORT-FILE

           MOVE "TENANT_ID,NAME,AGE,GENDER,CONTACT_NUMBER,ROOM_ID"
               TO CSV-EXPORT-RECORD
           WRITE CSV-EXPORT-RECORD

           OPEN INPUT TENANT-FILE
           MOVE "N" TO UTIL-EOF
           IF WS-TENANT-FILE-STATUS NOT = "00"
               MOVE "Y" TO UTIL-EOF
           END-IF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ TENANT-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       MOVE SPACES TO CSV-EXPORT-RECORD
                       STRING SI-ID IN TENANT-RECORD DELIMITED BY
                              SPACE "," DELIMITED BY SIZE
                              FUNCTION TRIM(SI-NAME) DELIMITED BY
                              SIZE ","
                              DELIMITED BY SIZE
                              SI-AGE DELIMITED BY SIZE ","
                              DELIMITED BY SIZE
                              SI-GENDER DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              SI-CONTACT-NUM DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              SI-ASSIGNED-D-ID DELIMITED BY SPACE
                              INTO CSV-EXPORT-RECORD
                       END-STRING
                       WRITE CSV-EXPORT-RECORD
               END-READ
           END-PERFORM

           CLOSE TENANT-FILE
           CLOSE CSV-EXPORT-FILE
           DISPLAY "TENANTS EXPORTED TO " WS-CSV-FILENAME
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EXPORT PAYMENT HISTORY TO CSV
      *============================
       EXPORT-HISTORY-CSV.
           MOVE "history_export.csv" TO WS-CSV-FILENAME
           OPEN OUTPUT CSV-EXPORT-FILE

           MOVE SPACES TO CSV-EXPORT-RECORD
           STRING "TRANSACTION_ID,DORM_ID,TYPE,AMOUNT_DUE,"
                  DELIMITED BY SIZE
                  "AMOUNT_PAID,PAYMENT_DATE,DUE_DATE,TIMESTAMP,"
                  DELIMITED BY SIZE
                  "OPERATOR_ID,NOTES"
                  DELIMITED BY SIZE
                  INTO CSV-EXPORT-RECORD
           END-STRING
           WRITE CSV-EXPORT-RECORD

           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       *> Edit the signed amounts through
                       *> WS-CSV-NUM-EDIT so a negative amount (e.g.
                       *> a VOID reversal) renders as readable text
                       *> instead of the raw overpunched sign.
                       MOVE PH-AMOUNT-DUE TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-AMOUNT-DUE
                       MOVE PH-AMOUNT-PAID TO WS-CSV-NUM-EDIT
                       MOVE FUNCTION TRIM(WS-CSV-NUM-EDIT)
                            TO WS-CSV-AMOUNT-PAID

                       MOVE SPACES TO CSV-EXPORT-RECORD
                       STRING PH-TRANSACTION-ID DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              PH-DORM-ID DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              PH-PAYMENT-TYPE DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              WS-CSV-AMOUNT-DUE DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              WS-CSV-AMOUNT-PAID DELIMITED BY SPACE
                              "," DELIMITED BY SIZE
                              PH-PAYMENT-DATE DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              PH-DUE-DATE DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              PH-TIMESTAMP DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              PH-OPERATOR-ID DELIMITED BY SPACE ","
                              DELIMITED BY SIZE
                              FUNCTION TRIM(PH-NOTES) DELIMITED BY
                              SIZE
                              INTO CSV-EXPORT-RECORD
                       END-STRING
                       WRITE CSV-EXPORT-RECORD
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           CLOSE CSV-EXPORT-FILE
           DISPLAY "PAYMENT HISTORY EXPORTED TO " WS-CSV-FILENAME
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW PAYMENT HISTORY
      *============================
       VIEW-PAYMENT-HISTORY.
           PERFORM UNTIL UTIL-PH-CHOICE = 9
           PERFORM CLEAR-SCREEN

           DISPLAY "==============================="
           DISPLAY "   PAYMENT HISTORY SEARCH"
           DISPLAY "==============================="
           DISPLAY "1 - View all payments"
           DISPLAY "2 - View payments by Dorm ID"
           DISPLAY "3 - Void/Correct a payment"
           DISPLAY "4 - Bank statement reconciliation"
           DISPLAY "5 - View an archived year"
           DISPLAY "6 - Returned check (NSF) processing"
           DISPLAY "7 - Post-dated check registry"
           DISPLAY "8 - Bank deposit slips"
           DISPLAY "9 - Back to main menu"

           DISPLAY "Enter choice(1 - 9): "
           ACCEPT UTIL-PH-CHOICE

           EVALUATE UTIL-PH-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM DISPLAY-ALL-PAYMENT-HISTORY
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM DISPLAY-DORM-PAYMENT-HISTORY
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM VOID-PAYMENT
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM BANK-RECONCILIATION
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-ARCHIVED-YEAR
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM PROCESS-NSF-PAYMENT
               WHEN 7
                   MOVE 0 TO UTIL-PD-CHOICE
                   PERFORM PDC-REGISTRY-MENU
               WHEN 8
                   MOVE 0 TO UTIL-DS-CHOICE
                   PERFORM DEPOSIT-SLIP-MENU
               WHEN 9
                   DISPLAY "EXITING PAYMENT HISTORY..."
                   PERFORM EXIT-PROMT
               WHEN OTHER
                   DISPLAY "INVALID INPUT "
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM

           EXIT PARAGRAPH.
       
      *=====================================
      *FUNCTION: DISPLAY ALL PAYMENT HISTORY
      *=====================================
       DISPLAY-ALL-PAYMENT-HISTORY.
           OPEN INPUT HISTORY-FILE

           MOVE 0 TO WS-PAYMENT-HISTORY-COUNT

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "         ALL PAYMENT TRANSACTIONS"
           DISPLAY "================================================"
           DISPLAY " "

           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-PAYMENT-HISTORY-COUNT
                   DISPLAY "Transaction ID: " PH-TRANSACTION-ID
                   DISPLAY "  Dorm ID     : " PH-DORM-ID
                   DISPLAY "  Type        : " PH-PAYMENT-TYPE
                   DISPLAY "  Amount Due  : " PH-AMOUNT-DUE
                   DISPLAY "  Amount Paid : " PH-AMOUNT-PAID
                   DISPLAY "  Payment Date: " PH-PAYMENT-DATE
                   DISPLAY "  Due Date    : " PH-DUE-DATE
                   DISPLAY "  Recorded    : " PH-TIMESTAMP
                   DISPLAY "  Operator    : " PH-OPERATOR-ID
                   DISPLAY "  Method      : " PH-METHOD
                           " " PH-REFERENCE
                   DISPLAY "  Notes       : " PH-NOTES
                   DISPLAY "-------------------------------------------"
               END-READ
           END-PERFORM
           
           CLOSE HISTORY-FILE
           
           DISPLAY " "
           DISPLAY "Total transactions: " WS-PAYMENT-HISTORY-COUNT
           DISPLAY " "
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.
       
      *=======================================
      *FUNCTION: DISPLAY DORM PAYMENT HISTORY
      *=======================================
       DISPLAY-DORM-PAYMENT-HISTORY.
           PERFORM CLEAR-SCREEN
    
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "   AVAILABLE DORM IDS (WITH PAYMENT HISTORY)"
           DISPLAY "================================================"
           DISPLAY " "
           
           *> Collect the distinct dorm IDs by reading in alternate
           *> (dorm id) key order, so each dorm shows up as one
           *> unbroken run of records
           OPEN INPUT HISTORY-FILE

           MOVE 0 TO WS-DORM-ID-COUNT
           MOVE SPACES TO WS-PREV-DORM-ID

           MOVE LOW-VALUES TO PH-DORM-ID
           START HISTORY-FILE KEY >= PH-DORM-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-DORM-ID NOT = WS-PREV-DORM-ID
                           IF WS-DORM-ID-COUNT < 9999
                               ADD 1 TO WS-DORM-ID-COUNT
                               MOVE PH-DORM-ID TO
                                   WS-STORED-DORM-ID(WS-DORM-ID-COUNT)
                           END-IF
                           MOVE PH-DORM-ID TO WS-PREV-DORM-ID
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           
           *> Display the unique list
           IF WS-DORM-ID-COUNT = 0
               DISPLAY "No dorms with payment history found."
               DISPLAY " "
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           
           PERFORM VARYING WS-DORM-INDEX FROM 1 BY 1
               UNTIL WS-DORM-INDEX > WS-DORM-ID-COUNT
               DISPLAY "  " WS-STORED-DORM-ID(WS-DORM-INDEX)
           END-PERFORM
           
           DISPLAY " "
           DISPLAY "Total dorms with history: " WS-DORM-ID-COUNT
           DISPLAY "================================================"
           DISPLAY " "
           
           *> Now prompt user to enter dorm ID
           DISPLAY "Enter Dorm ID to view payments: "
           ACCEPT UTIL-SEARCH-DORM-ID
           
           *> Validate that entered dorm ID exists in history
           MOVE "N" TO WS-DORM-FOUND
           PERFORM VARYING WS-DORM-INDEX FROM 1 BY 1
               UNTIL WS-DORM-INDEX > WS-DORM-ID-COUNT
               IF WS-STORED-DORM-ID(WS-DORM-INDEX) = 
                  UTIL-SEARCH-DORM-ID
                   MOVE "Y" TO WS-DORM-FOUND
               END-IF
           END-PERFORM
           
           IF WS-DORM-FOUND = "N"
               DISPLAY "ERROR: Dorm ID " UTIL-SEARCH-DORM-ID 
                       " not found in payment history."
               DISPLAY " "
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           
           *> Position straight at the dorm's records through the
           *> alternate key instead of rereading the whole file
           OPEN INPUT HISTORY-FILE

           MOVE "N" TO UTIL-EOF
           MOVE 0 TO WS-PAYMENT-HISTORY-COUNT

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  PAYMENT HISTORY FOR DORM: " UTIL-SEARCH-DORM-ID
           DISPLAY "================================================"
           DISPLAY " "

           MOVE UTIL-SEARCH-DORM-ID TO PH-DORM-ID
           START HISTORY-FILE KEY >= PH-DORM-ID
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PH-DORM-ID = UTIL-SEARCH-DORM-ID
                           ADD 1 TO WS-PAYMENT-HISTORY-COUNT
                           DISPLAY "Transaction ID: " PH-TRANSACTION-ID
                           DISPLAY "  Type        : " PH-PAYMENT-TYPE
                           DISPLAY "  Amount Due  : " PH-AMOUNT-DUE
                           DISPLAY "  Amount Paid : " PH-AMOUNT-PAID
                           DISPLAY "  Payment Date: " PH-PAYMENT-DATE
                           DISPLAY "  Due Date    : " PH-DUE-DATE
                           DISPLAY "  Recorded    : " PH-TIMESTAMP
                           DISPLAY "  Operator    : " PH-OPERATOR-ID
                           DISPLAY "  Method      : " PH-METHOD
                                   " " PH-REFERENCE
                           DISPLAY "-----------------------------------"
                       ELSE
                           *> Past this dorm's run of records
                           MOVE "Y" TO UTIL-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           
           DISPLAY " "
           DISPLAY "Total transactions for this dorm: " 
                   WS-PAYMENT-HISTORY-COUNT
           DISPLAY " "
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BANK STATEMENT RECONCILIATION
      *============================
       BANK-RECONCILIATION.
           DISPLAY "=========================================="
           DISPLAY "    BANK STATEMENT RECONCILIATION"
           DISPLAY "=========================================="
           DISPLAY "Reads the bank's statement CSV (date, "
                   "amount, reference), matches lines to deposit "
                   "slips and to BANK/GCASH payments by reference "
                   "and amount, and lists the leftovers on both "
                   "sides."
           DISPLAY " "

           DISPLAY "ENTER STATEMENT FILE NAME (e.g., stmt_aug.csv): "
           ACCEPT WS-BANK-FILENAME
           IF WS-BANK-FILENAME = SPACES
               DISPLAY "RECONCILIATION CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BANK-STATEMENT-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT OPEN " WS-BANK-FILENAME
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Load the statement into the matching table
           INITIALIZE WS-BANK-TABLE
           MOVE 0 TO WS-BANK-COUNT
           MOVE 0 TO WS-BANK-DROPPED
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ BANK-STATEMENT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF BANK-STATEMENT-RECORD NOT = SPACES
                           MOVE BANK-STATEMENT-RECORD
                               TO WS-BANK-LINE
                           PERFORM BANK-LOAD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-STATEMENT-FILE

           DISPLAY "STATEMENT LINES LOADED: " WS-BANK-COUNT

           *> Register the run so an accidental second pass over
           *> the same statement file is caught
           MOVE WS-BANK-COUNT TO WS-IR-SCAN-COUNT
           MOVE 0 TO WS-IR-SCAN-TOTAL
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               ADD WS-BANK-AMOUNT(WS-BANK-IDX)
                   TO WS-IR-SCAN-TOTAL
           END-PERFORM
           MOVE "BANKREC" TO WS-IR-KIND
           MOVE WS-BANK-FILENAME TO WS-IR-CHECK-NAME
           PERFORM IMPORT-CHECK-DUPLICATE
           IF WS-IR-DUP-FOUND = "Y"
               DISPLAY "NOTE: THIS STATEMENT FILE HAS ALREADY "
                       "BEEN RECONCILED (SAME NAME, LINE COUNT "
                       "AND TOTAL). CONTINUE ANYWAY (Y/N): "
               ACCEPT WS-IR-CONFIRM
               INSPECT WS-IR-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-IR-CONFIRM NOT = "Y"
                   DISPLAY "RECONCILIATION CANCELLED."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY " "

           *> Deposit slips first: a statement line quoting the
           *> slip number clears the whole slip, and receipts on a
           *> slip are never matched one by one
           MOVE 0 TO WS-BANK-MATCHED-COUNT
           MOVE 0 TO WS-DS-SLIP-MATCHED
           MOVE 0 TO WS-DS-SLIP-CLEARED
           MOVE "N" TO WS-DS-LOAD-FULL
           PERFORM DS-LOAD-SLIPS
           PERFORM DS-LOAD-DONE
           IF WS-DS-LOAD-FULL = "Y"
               DISPLAY "RECONCILIATION CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM DS-RECON-MATCH-BY-REF

           *> Walk the history once, pairing off entries
           MOVE 0 TO WS-BANK-UNMATCHED-HIST
           DISPLAY "PAYMENTS ON FILE THAT NEVER HIT THE BANK:"
           DISPLAY "------------------------------------------"

           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (PH-METHOD = "BANK" OR
                           PH-METHOD = "GCASH") AND
                          PH-PAYMENT-TYPE NOT = "VOID" AND
                          PH-AMOUNT-PAID > 0
                           PERFORM DS-CHECK-DONE
                           IF WS-DS-DONE-FOUND = "N"
                               PERFORM BANK-MATCH-ONE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-BANK-UNMATCHED-HIST = 0
               DISPLAY "  (NONE)"
           END-IF

           *> A bank that drops the slip number from its line still
           *> shows the slip total
           PERFORM DS-RECON-MATCH-BY-AMOUNT
           DISPLAY " "
           PERFORM DS-RECON-SHOW

           DISPLAY " "
           DISPLAY "STATEMENT LINES NEVER KEYED INTO THE SYSTEM:"
           DISPLAY "------------------------------------------"
           MOVE 0 TO WS-BANK-UNMATCHED-STMT
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF WS-BANK-MATCHED(WS-BANK-IDX) NOT = "Y"
                   ADD 1 TO WS-BANK-UNMATCHED-STMT
                   DISPLAY "  " WS-BANK-DATE(WS-BANK-IDX)
                           " | " WS-BANK-AMOUNT(WS-BANK-IDX)
                           " | " WS-BANK-REF(WS-BANK-IDX)
               END-IF
           END-PERFORM
           IF WS-BANK-UNMATCHED-STMT = 0
               DISPLAY "  (NONE)"
           END-IF

           DISPLAY " "
           DISPLAY "MATCHED PAIRS          : " WS-BANK-MATCHED-COUNT
           DISPLAY "UNMATCHED IN SYSTEM    : "
                   WS-BANK-UNMATCHED-HIST
           DISPLAY "UNMATCHED ON STATEMENT : "
                   WS-BANK-UNMATCHED-STMT
           DISPLAY "DEPOSIT SLIPS MATCHED  : " WS-DS-SLIP-MATCHED
           DISPLAY "SLIPS STILL IN TRANSIT : " WS-DS-SLIP-TRANSIT
           IF WS-BANK-DROPPED > 0
               DISPLAY "WARNING: " WS-BANK-DROPPED " STATEMENT "
                       "LINES DID NOT FIT THE MATCHING TABLE - "
                       "THIS RECONCILIATION IS INCOMPLETE. SPLIT "
                       "THE STATEMENT FILE AND RUN AGAIN."
           END-IF

           PERFORM DS-RECON-SAVE
           PERFORM BANKREC-REGISTER-RUN

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECON - BOOK THE RUN ON THE REGISTRY
      *============================
       BANKREC-REGISTER-RUN.
           MOVE 0 TO WS-IR-ID-MAX
           OPEN INPUT IMPORT-RUN-FILE
           IF WS-IR-FILE-STATUS = "00"
               MOVE "N" TO WS-IR-SCAN-EOF
               PERFORM UNTIL WS-IR-SCAN-EOF = "Y"
                   READ IMPORT-RUN-FILE
                       AT END
                           MOVE "Y" TO WS-IR-SCAN-EOF
                       NOT AT END
                           IF IR-RUN-ID(1:2) = "IR" AND
                              IR-RUN-ID(3:8) IS NUMERIC
                               MOVE IR-RUN-ID(3:8)
                                   TO WS-IR-ID-NUM
                               IF WS-IR-ID-NUM > WS-IR-ID-MAX
                                   MOVE WS-IR-ID-NUM
                                       TO WS-IR-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-RUN-FILE
           END-IF
           ADD 1 TO WS-IR-ID-MAX
           MOVE SPACES TO WS-IR-RUN-ID
           STRING "IR" DELIMITED BY SIZE
                  WS-IR-ID-MAX DELIMITED BY SIZE
                  INTO WS-IR-RUN-ID
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-IR-RUN-ID TO IR-RUN-ID
           MOVE "BANKREC" TO IR-KIND
           MOVE WS-BANK-FILENAME TO IR-FILENAME
           MOVE WS-IR-SCAN-COUNT TO IR-LINE-COUNT
           MOVE WS-IR-SCAN-TOTAL TO IR-TOTAL
           MOVE SPACES TO IR-TYPE
           MOVE "DONE" TO IR-STATUS
           MOVE WS-IR-SCAN-COUNT TO IR-LAST-LINE
           MOVE SPACES TO IR-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO IR-DATE
           END-STRING
           OPEN EXTEND IMPORT-RUN-FILE
           WRITE IMPORT-RUN-RECORD
           CLOSE IMPORT-RUN-FILE
           DISPLAY "RECONCILIATION BOOKED AS RUN " WS-IR-RUN-ID
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECON - LOAD ONE STATEMENT LINE
      *============================
       BANK-LOAD-ONE-LINE.
           MOVE SPACES TO WS-BANK-DATE-X
           MOVE SPACES TO WS-BANK-AMT-X
           MOVE SPACES TO WS-BANK-REF-X
           UNSTRING WS-BANK-LINE DELIMITED BY ","
               INTO WS-BANK-DATE-X
                    WS-BANK-AMT-X
                    WS-BANK-REF-X
           END-UNSTRING

           IF WS-BANK-AMT-X = SPACES OR
              FUNCTION TRIM(WS-BANK-AMT-X) IS NOT NUMERIC OR
              WS-BANK-REF-X = SPACES
               DISPLAY "SKIPPED UNREADABLE STATEMENT LINE: "
                       FUNCTION TRIM(WS-BANK-LINE)
               EXIT PARAGRAPH
           END-IF

           IF WS-BANK-COUNT < 500
               ADD 1 TO WS-BANK-COUNT
               MOVE WS-BANK-DATE-X TO
                   WS-BANK-DATE(WS-BANK-COUNT)
               MOVE FUNCTION NUMVAL(WS-BANK-AMT-X) TO
                   WS-BANK-AMOUNT(WS-BANK-COUNT)
               MOVE WS-BANK-REF-X TO WS-BANK-REF(WS-BANK-COUNT)
               INSPECT WS-BANK-REF(WS-BANK-COUNT)
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "N" TO WS-BANK-MATCHED(WS-BANK-COUNT)
           ELSE
               *> A dropped line would read as "matched" in the
               *> unmatched listings, so it has to be called out
               ADD 1 TO WS-BANK-DROPPED
               DISPLAY "TABLE FULL - STATEMENT LINE NOT LOADED: "
                       FUNCTION TRIM(WS-BANK-LINE)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECON - MATCH ONE HISTORY ENTRY
      *============================
       BANK-MATCH-ONE-ENTRY.
           MOVE "N" TO WS-BANK-FOUND
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF WS-BANK-FOUND = "N" AND
                  WS-BANK-MATCHED(WS-BANK-IDX) NOT = "Y" AND
                  WS-BANK-REF(WS-BANK-IDX) = PH-REFERENCE AND
                  WS-BANK-AMOUNT(WS-BANK-IDX) = PH-AMOUNT-PAID
                   MOVE "Y" TO WS-BANK-MATCHED(WS-BANK-IDX)
                   MOVE "Y" TO WS-BANK-FOUND
               END-IF
           END-PERFORM

           IF WS-BANK-FOUND = "Y"
               ADD 1 TO WS-BANK-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-BANK-UNMATCHED-HIST
               DISPLAY "  " PH-TRANSACTION-ID " | "
                       PH-PAYMENT-DATE " | " PH-AMOUNT-PAID
                       " | " PH-REFERENCE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VOID/CORRECT A PAYMENT
      *============================
       VOID-PAYMENT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter Transaction ID to void/correct: "
           ACCEPT UTIL-VOID-TXN-ID
           INSPECT UTIL-VOID-TXN-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-VOID-FOUND

           *> Build the note text a prior VOID of this transaction
           *> would have been recorded with, so we can detect one.
           *> The full 30-character id goes in DELIMITED BY SIZE so
           *> PH-NOTES(11:30) always equals PH-TRANSACTION-ID when
           *> the void-exclusion logic compares them.
           MOVE SPACES TO WS-VOID-SEARCH-NOTE
           STRING "VOIDS TXN " DELIMITED BY SIZE
                  UTIL-VOID-TXN-ID DELIMITED BY SIZE
                  INTO WS-VOID-SEARCH-NOTE
           END-STRING
           MOVE "N" TO WS-VOID-ALREADY-VOIDED

           *> An NSF return of the same transaction has already
           *> put the money back on the balance; voiding it on top
           *> would credit the room twice
           MOVE SPACES TO WS-NSF-SEARCH-NOTE
           STRING "NSF RETURN OF TXN " DELIMITED BY SIZE
                  UTIL-VOID-TXN-ID DELIMITED BY SIZE
                  INTO WS-NSF-SEARCH-NOTE
           END-STRING
           MOVE "N" TO WS-NSF-ALREADY

           OPEN INPUT HISTORY-FILE

           *> Direct read on the transaction id key
           MOVE UTIL-VOID-TXN-ID TO PH-TRANSACTION-ID
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VOID-FOUND
                   MOVE PH-DORM-ID      TO WS-VOID-SRC-DORM-ID
                   MOVE PH-PAYMENT-TYPE TO WS-VOID-SRC-TYPE
                   MOVE PH-AMOUNT-DUE   TO WS-VOID-SRC-AMT-DUE
                   MOVE PH-AMOUNT-PAID  TO WS-VOID-SRC-AMT-PAID
                   MOVE PH-PAYMENT-DATE TO WS-VOID-SRC-PAY-DATE
                   MOVE PH-DUE-DATE     TO WS-VOID-SRC-DUE-DATE
                   MOVE PH-METHOD       TO WS-VOID-SRC-METHOD
                   MOVE PH-REFERENCE    TO WS-VOID-SRC-REF
                   MOVE PH-NOTES        TO WS-VOID-SRC-NOTES
           END-READ

           *> A prior VOID of this transaction carries the same dorm
           *> id, so only that dorm's run of records needs checking
           IF WS-VOID-FOUND = "Y"
               MOVE WS-VOID-SRC-DORM-ID TO PH-DORM-ID
               START HISTORY-FILE KEY >= PH-DORM-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ HISTORY-FILE NEXT
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PH-DORM-ID NOT = WS-VOID-SRC-DORM-ID
                               MOVE "Y" TO UTIL-EOF
                           ELSE
                               IF PH-PAYMENT-TYPE = "VOID" AND
                                  PH-NOTES = WS-VOID-SEARCH-NOTE
                                   MOVE "Y" TO
                                        WS-VOID-ALREADY-VOIDED
                               END-IF
                               IF PH-NOTES = WS-NSF-SEARCH-NOTE
                                   MOVE "Y" TO WS-NSF-ALREADY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE

           IF WS-NSF-ALREADY = "Y"
               DISPLAY "ERROR: TRANSACTION " UTIL-VOID-TXN-ID
                       " WAS RETURNED AS NSF. IT CANNOT ALSO "
                       "BE VOIDED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> A posting inside a closed accounting month stays as
           *> reported; reversals go in the current open period
           IF WS-VOID-FOUND = "Y"
               MOVE WS-VOID-SRC-PAY-DATE(1:7)
                   TO WS-PC-CHECK-MONTH
               PERFORM CHECK-MONTH-NOT-CLOSED
               IF WS-MONTH-CLOSED-FLAG = "Y"
                   DISPLAY "ERROR: TRANSACTION " UTIL-VOID-TXN-ID
                           " IS DATED IN CLOSED PERIOD "
                           WS-PC-CHECK-MONTH
                           " AND CANNOT BE VOIDED."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-VOID-FOUND = "N"
               DISPLAY "ERROR: TRANSACTION " UTIL-VOID-TXN-ID
                       " NOT FOUND."
           ELSE
               IF WS-VOID-SRC-TYPE = "VOID" OR
                  WS-VOID-SRC-TYPE = "CHECKOUT" OR
                  WS-VOID-SRC-TYPE = "DEPOSIT" OR
                  WS-VOID-SRC-TYPE = "DEP-APPLIED" OR
                  WS-VOID-SRC-TYPE = "DEP-REFUND" OR
                  WS-VOID-SRC-TYPE = "DEP-FORFEIT" OR
                  WS-VOID-SRC-TYPE = "BOOKING" OR
                  WS-VOID-SRC-TYPE = "CREDIT-REFUND"
                   DISPLAY "ERROR: A " WS-VOID-SRC-TYPE
                           " ENTRY CANNOT BE VOIDED."
               ELSE
                   IF WS-VOID-ALREADY-VOIDED = "Y"
                       DISPLAY "ERROR: TRANSACTION "
                               UTIL-VOID-TXN-ID
                               " HAS ALREADY BEEN VOIDED."
                   ELSE
                       DISPLAY " "
                       DISPLAY "Found Transaction:"
                       DISPLAY "  Dorm ID     : " WS-VOID-SRC-DORM-ID
                       DISPLAY "  Type        : " WS-VOID-SRC-TYPE
                       DISPLAY "  Amount Due  : " WS-VOID-SRC-AMT-DUE
                       DISPLAY "  Amount Paid : "
                               WS-VOID-SRC-AMT-PAID
                       DISPLAY "  Payment Date: "
                               WS-VOID-SRC-PAY-DATE
                       DISPLAY " "
                       DISPLAY "CONFIRM VOID OF THIS PAYMENT (Y/N): "
                       ACCEPT WS-VOID-CONFIRM
                       INSPECT WS-VOID-CONFIRM
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                       IF WS-VOID-CONFIRM = "Y"
                           OPEN I-O DORM-FILE
                           MOVE WS-VOID-SRC-DORM-ID TO DI-ID
                           READ DORM-FILE
                           INVALID KEY
                               DISPLAY "WARNING: DORM "
                                       WS-VOID-SRC-DORM-ID
                                       " NOT FOUND. BALANCE NOT "
                                       "ADJUSTED."
                           NOT INVALID KEY
                               EVALUATE WS-VOID-SRC-TYPE
                                   WHEN "RENT"
                                   WHEN "BILLING"
                                   WHEN "DISCOUNT"
                                       COMPUTE
                                           DI-RENT-BALANCE-DUE =
                                           DI-RENT-BALANCE-DUE -
                                           WS-VOID-SRC-AMT-DUE +
                                           WS-VOID-SRC-AMT-PAID
                                   WHEN "ELECTRICITY"
                                       COMPUTE
                                       DI-ELECTRICITY-BALANCE-DUE =
                                       DI-ELECTRICITY-BALANCE-DUE -
                                       WS-VOID-SRC-AMT-DUE +
                                       WS-VOID-SRC-AMT-PAID
                                   WHEN "WATER"
                                       COMPUTE
                                           DI-WATER-BALANCE-DUE =
                                           DI-WATER-BALANCE-DUE -
                                           WS-VOID-SRC-AMT-DUE +
                                           WS-VOID-SRC-AMT-PAID
                               END-EVALUATE

                               REWRITE DORM-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR: COULD NOT "
                                           "ADJUST DORM BALANCE."
                               NOT INVALID KEY
                                   DISPLAY "DORM BALANCE ADJUSTED."
                               END-REWRITE
                           END-READ
                           CLOSE DORM-FILE

                           *> Table-driven charge types carry their
                           *> balance in charges.dat, not on the
                           *> dorm record; bad-debt payments are
                           *> carried on the bad-debt register
                           IF WS-VOID-SRC-TYPE = "BD-RECOVERY" OR
                              WS-VOID-SRC-TYPE = "BD-COLLECTION"
                               MOVE WS-VOID-SRC-NOTES(18:8)
                                   TO WS-BD-LOOK-ID
                               MOVE WS-VOID-SRC-AMT-PAID
                                   TO WS-BD-PAY-AMT
                               MOVE WS-VOID-SRC-TYPE
                                   TO WS-BD-PAY-TYPE
                               PERFORM BD-REVERSE-PAYMENT
                           ELSE
                               IF WS-VOID-SRC-TYPE NOT = "RENT" AND
                                  WS-VOID-SRC-TYPE NOT =
                                      "ELECTRICITY" AND
                                  WS-VOID-SRC-TYPE NOT = "WATER" AND
                                  WS-VOID-SRC-TYPE NOT = "BILLING" AND
                                  WS-VOID-SRC-TYPE NOT = "DISCOUNT"
                                   PERFORM VOID-ADJUST-OTHER-CHARGE
                               END-IF
                           END-IF

                           *> A voided payment that ticked off plan
                           *> installments comes back off them
                           IF WS-VOID-SRC-TYPE = "RENT" OR
                              WS-VOID-SRC-TYPE = "BILLING" OR
                              WS-VOID-SRC-TYPE = "ELECTRICITY" OR
                              WS-VOID-SRC-TYPE = "WATER"
                               MOVE WS-VOID-SRC-DORM-ID
                                   TO WS-PLAN-PAY-DORM
                               MOVE SPACES TO WS-PLAN-PAY-TENANT
                               MOVE WS-VOID-SRC-AMT-PAID
                                   TO WS-PLAN-PAY-AMT
                               MOVE WS-VOID-SRC-PAY-DATE
                                   TO WS-PLAN-PAY-DATE
                               PERFORM PLAN-REVERSE-PAYMENT
                           END-IF

                           *> Set working storage variables FIRST
                           MOVE WS-VOID-SRC-DORM-ID TO WS-DORM-ID
                           MOVE "VOID" TO WS-PAYMENT-TYPE
                           MOVE WS-VOID-SRC-AMT-DUE TO WS-AMOUNT-DUE
                           MOVE WS-VOID-SRC-AMT-PAID
                                TO WS-AMOUNT-PAID
                           MOVE WS-VOID-SRC-PAY-DATE
                                TO WS-PAYMENT-DATE-LOG
                           MOVE WS-VOID-SRC-DUE-DATE
                                TO WS-DUE-DATE-LOG
                           MOVE WS-VOID-SEARCH-NOTE
                                TO WS-PAYMENT-NOTES
                           MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                           *> The reversal carries the original
                           *> method and reference so the bank
                           *> reconciliation can pair them up
                           MOVE WS-VOID-SRC-METHOD
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE WS-VOID-SRC-REF
                               TO WS-PAYMENT-REF-LOG

                           *> NOW call the logging function
                           PERFORM LOG-PAYMENT-HISTORY

                           DISPLAY "PAYMENT " UTIL-VOID-TXN-ID
                                   " HAS BEEN VOIDED."

                           *> Its official receipt goes on the
                           *> spoiled register
                           PERFORM OR-SPOIL-FOR-VOID
                       ELSE
                           DISPLAY "VOID CANCELLED."
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VOID - ADJUST TABLE-DRIVEN CHARGE BALANCE
      *============================
       VOID-ADJUST-OTHER-CHARGE.
           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO CHARGE BALANCE FILE. BALANCE "
                       "NOT ADJUSTED."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VOID-SRC-DORM-ID TO CB-DORM-ID
           MOVE WS-VOID-SRC-TYPE TO CB-TYPE-CODE
           READ CHARGE-BALANCE-FILE
               INVALID KEY
                   DISPLAY "WARNING: NO " WS-VOID-SRC-TYPE
                           " BALANCE FOR DORM " WS-VOID-SRC-DORM-ID
                           ". NOT ADJUSTED."
               NOT INVALID KEY
                   COMPUTE CB-BALANCE-DUE =
                           CB-BALANCE-DUE - WS-VOID-SRC-AMT-DUE +
                           WS-VOID-SRC-AMT-PAID
                   REWRITE CHARGE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT ADJUST "
                                   "CHARGE BALANCE."
                       NOT INVALID KEY
                           DISPLAY "CHARGE BALANCE ADJUSTED."
                   END-REWRITE
           END-READ
           CLOSE CHARGE-BALANCE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RETURNED CHECK (NSF) PROCESSING
      *============================
      *A bounced check is not a mis-keyed entry: the original
      *receipt stays on file, an offsetting entry with a negative
      *amount paid puts the money back on the balance, and the note
      *marks the pair NSF so the dunning letters can mention it.
       PROCESS-NSF-PAYMENT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "=========================================="
           DISPLAY "   RETURNED CHECK (NSF) PROCESSING"
           DISPLAY "=========================================="
           DISPLAY "Enter Transaction ID of the bounced payment: "
           ACCEPT WS-NSF-TXN-ID
           INSPECT WS-NSF-TXN-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE SPACES TO WS-NSF-SEARCH-NOTE
           STRING "NSF RETURN OF TXN " DELIMITED BY SIZE
                  WS-NSF-TXN-ID DELIMITED BY SIZE
                  INTO WS-NSF-SEARCH-NOTE
           END-STRING

           *> A prior VOID of the same transaction has already
           *> reversed it; an NSF on top would credit the room
           *> twice
           MOVE SPACES TO WS-VOID-SEARCH-NOTE
           STRING "VOIDS TXN " DELIMITED BY SIZE
                  WS-NSF-TXN-ID DELIMITED BY SIZE
                  INTO WS-VOID-SEARCH-NOTE
           END-STRING
           MOVE "N" TO WS-VOID-ALREADY-VOIDED

           MOVE "N" TO WS-NSF-FOUND
           MOVE "N" TO WS-NSF-ALREADY
           OPEN INPUT HISTORY-FILE
           MOVE WS-NSF-TXN-ID TO PH-TRANSACTION-ID
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-NSF-FOUND
                   MOVE PH-DORM-ID      TO WS-NSF-SRC-DORM-ID
                   MOVE PH-PAYMENT-TYPE TO WS-NSF-SRC-TYPE
                   MOVE PH-AMOUNT-PAID  TO WS-NSF-SRC-PAID
                   MOVE PH-METHOD       TO WS-NSF-SRC-METHOD
                   MOVE PH-REFERENCE    TO WS-NSF-SRC-REF
                   MOVE PH-TENANT-ID    TO WS-NSF-SRC-TENANT
                   MOVE PH-NOTES        TO WS-NSF-SRC-NOTES
                   MOVE PH-PAYMENT-DATE TO WS-NSF-SRC-PAY-DATE
           END-READ

           *> A prior NSF of this transaction carries the same dorm
           *> id, so only that dorm's records need checking
           IF WS-NSF-FOUND = "Y"
               MOVE WS-NSF-SRC-DORM-ID TO PH-DORM-ID
               START HISTORY-FILE KEY >= PH-DORM-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ HISTORY-FILE NEXT
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PH-DORM-ID NOT = WS-NSF-SRC-DORM-ID
                               MOVE "Y" TO UTIL-EOF
                           ELSE
                               IF PH-NOTES = WS-NSF-SEARCH-NOTE
                                   MOVE "Y" TO WS-NSF-ALREADY
                               END-IF
                               IF PH-PAYMENT-TYPE = "VOID" AND
                                  PH-NOTES = WS-VOID-SEARCH-NOTE
                                   MOVE "Y" TO
                                        WS-VOID-ALREADY-VOIDED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE

           IF WS-NSF-FOUND = "N"
               DISPLAY "ERROR: TRANSACTION " WS-NSF-TXN-ID
                       " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-NSF-ALREADY = "Y"
               DISPLAY "ERROR: TRANSACTION " WS-NSF-TXN-ID
                       " HAS ALREADY BEEN PROCESSED AS NSF."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-VOID-ALREADY-VOIDED = "Y"
               DISPLAY "ERROR: TRANSACTION " WS-NSF-TXN-ID
                       " HAS ALREADY BEEN VOIDED. IT CANNOT "
                       "ALSO BE RETURNED AS NSF."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-NSF-SRC-METHOD NOT = "BANK" AND
              WS-NSF-SRC-METHOD NOT = "GCASH" AND
              WS-NSF-SRC-METHOD NOT = "CHECK"
               DISPLAY "ERROR: ONLY BANK/GCASH/CHECK PAYMENTS CAN "
                       "BOUNCE. THIS ONE WAS "
                       WS-NSF-SRC-METHOD "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-NSF-SRC-PAID <= 0
               DISPLAY "ERROR: TRANSACTION " WS-NSF-TXN-ID
                       " CARRIES NO MONEY TO RETURN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-NSF-SRC-TYPE = "VOID" OR
              WS-NSF-SRC-TYPE = "CHECKOUT" OR
              WS-NSF-SRC-TYPE = "DEPOSIT" OR
              WS-NSF-SRC-TYPE = "DEP-APPLIED" OR
              WS-NSF-SRC-TYPE = "DEP-REFUND" OR
              WS-NSF-SRC-TYPE = "DEP-FORFEIT" OR
              WS-NSF-SRC-TYPE = "BOOKING"
               DISPLAY "ERROR: A " WS-NSF-SRC-TYPE " ENTRY CANNOT "
                       "BE PROCESSED AS NSF."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Found payment:"
           DISPLAY "  Dorm ID     : " WS-NSF-SRC-DORM-ID
           DISPLAY "  Type        : " WS-NSF-SRC-TYPE
           DISPLAY "  Amount Paid : " WS-NSF-SRC-PAID
           DISPLAY "  Method      : " WS-NSF-SRC-METHOD
                   " " WS-NSF-SRC-REF
           DISPLAY " "

           DISPLAY "RETURN DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-NSF-DATE
               ACCEPT WS-NSF-DATE
               MOVE WS-NSF-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-NSF-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           *> A bad-debt account is no longer on any room, so there
           *> is no balance for a returned-check fee to ride on
           IF WS-NSF-SRC-TYPE = "BD-RECOVERY" OR
              WS-NSF-SRC-TYPE = "BD-COLLECTION"
               MOVE 0 TO WS-NSF-FEE
           ELSE
               DISPLAY "RETURNED-CHECK FEE TO POST (DEFAULT "
                       WS-NSF-FEE-DEFAULT ", 0 FOR NONE): "
               MOVE WS-NSF-FEE-DEFAULT TO WS-NSF-FEE
               ACCEPT WS-NSF-FEE
           END-IF

           DISPLAY "CONFIRM NSF REVERSAL OF " WS-NSF-SRC-PAID
                   " PLUS FEE " WS-NSF-FEE " (Y/N): "
           ACCEPT WS-NSF-CONFIRM
           INSPECT WS-NSF-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NSF-CONFIRM NOT = "Y"
               DISPLAY "NSF PROCESSING CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM NSF-RESTORE-BALANCE

           *> Money that ticked off plan installments comes back
           *> off them, so the plan falls due again
           IF WS-NSF-SRC-TYPE = "RENT" OR
              WS-NSF-SRC-TYPE = "BILLING" OR
              WS-NSF-SRC-TYPE = "ELECTRICITY" OR
              WS-NSF-SRC-TYPE = "WATER"
               MOVE WS-NSF-SRC-DORM-ID TO WS-PLAN-PAY-DORM
               MOVE WS-NSF-SRC-TENANT TO WS-PLAN-PAY-TENANT
               MOVE WS-NSF-SRC-PAID TO WS-PLAN-PAY-AMT
               MOVE WS-NSF-SRC-PAY-DATE TO WS-PLAN-PAY-DATE
               PERFORM PLAN-REVERSE-PAYMENT
           END-IF

           *> The offsetting entry keeps the original's type, method
           *> and reference with a negative amount paid, so the
           *> balance rebuild, close-out, P&L and bank
           *> reconciliation all net it without special cases
           MOVE WS-NSF-SRC-DORM-ID TO WS-DORM-ID
           MOVE WS-NSF-SRC-TYPE TO WS-PAYMENT-TYPE
           MOVE 0 TO WS-AMOUNT-DUE
           COMPUTE WS-AMOUNT-PAID = 0 - WS-NSF-SRC-PAID
           MOVE WS-NSF-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-NSF-DATE TO WS-DUE-DATE-LOG
           MOVE WS-NSF-SEARCH-NOTE TO WS-PAYMENT-NOTES
           MOVE WS-NSF-SRC-TENANT TO WS-PAYMENT-TENANT-LOG
           MOVE WS-NSF-SRC-METHOD TO WS-PAYMENT-METHOD-LOG
           MOVE WS-NSF-SRC-REF TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY

           IF WS-NSF-FEE > 0
               PERFORM NSF-POST-FEE
           END-IF

           DISPLAY "NSF PROCESSED. THE BALANCE IS BACK ON ROOM "
                   WS-NSF-SRC-DORM-ID " AND THE NEXT DUNNING "
                   "NOTICE WILL MENTION THE RETURNED CHECK."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: NSF - PUT THE MONEY BACK ON THE BALANCE
      *============================
       NSF-RESTORE-BALANCE.
           IF WS-NSF-SRC-TYPE = "BD-RECOVERY" OR
              WS-NSF-SRC-TYPE = "BD-COLLECTION"
               MOVE WS-NSF-SRC-NOTES(18:8) TO WS-BD-LOOK-ID
               MOVE WS-NSF-SRC-PAID TO WS-BD-PAY-AMT
               MOVE WS-NSF-SRC-TYPE TO WS-BD-PAY-TYPE
               PERFORM BD-REVERSE-PAYMENT
               EXIT PARAGRAPH
           END-IF

           IF WS-NSF-SRC-TYPE = "RENT" OR
              WS-NSF-SRC-TYPE = "BILLING" OR
              WS-NSF-SRC-TYPE = "ELECTRICITY" OR
              WS-NSF-SRC-TYPE = "WATER"
               OPEN I-O DORM-FILE
               MOVE WS-NSF-SRC-DORM-ID TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "WARNING: DORM " WS-NSF-SRC-DORM-ID
                               " NOT FOUND. BALANCE NOT ADJUSTED."
                   NOT INVALID KEY
                       EVALUATE WS-NSF-SRC-TYPE
                           WHEN "RENT"
                           WHEN "BILLING"
                               ADD WS-NSF-SRC-PAID
                                   TO DI-RENT-BALANCE-DUE
                           WHEN "ELECTRICITY"
                               ADD WS-NSF-SRC-PAID
                                   TO DI-ELECTRICITY-BALANCE-DUE
                           WHEN "WATER"
                               ADD WS-NSF-SRC-PAID
                                   TO DI-WATER-BALANCE-DUE
                       END-EVALUATE
                       REWRITE DORM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT ADJUST "
                                       "DORM BALANCE."
                           NOT INVALID KEY
                               DISPLAY "DORM BALANCE RESTORED."
                       END-REWRITE
               END-READ
               CLOSE DORM-FILE
           ELSE
               OPEN I-O CHARGE-BALANCE-FILE
               IF WS-CB-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: NO CHARGE BALANCE FILE. "
                           "BALANCE NOT ADJUSTED."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NSF-SRC-DORM-ID TO CB-DORM-ID
               MOVE WS-NSF-SRC-TYPE TO CB-TYPE-CODE
               READ CHARGE-BALANCE-FILE
                   INVALID KEY
                       DISPLAY "WARNING: NO " WS-NSF-SRC-TYPE
                               " BALANCE FOR DORM "
                               WS-NSF-SRC-DORM-ID
                               ". NOT ADJUSTED."
                   NOT INVALID KEY
                       ADD WS-NSF-SRC-PAID TO CB-BALANCE-DUE
                       REWRITE CHARGE-BALANCE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT ADJUST "
                                       "CHARGE BALANCE."
                           NOT INVALID KEY
                               DISPLAY "CHARGE BALANCE RESTORED."
                       END-REWRITE
               END-READ
               CLOSE CHARGE-BALANCE-FILE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: NSF - POST THE RETURNED-CHECK FEE
      *============================
      *The fee rides on the rent balance the way late fees and
      *damage charges do, so aging, dunning and settlement all pick
      *it up with the rest of the arrears.
       NSF-POST-FEE.
           OPEN I-O DORM-FILE
           MOVE WS-NSF-SRC-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: DORM " WS-NSF-SRC-DORM-ID
                           " NOT FOUND. FEE NOT POSTED."
               NOT INVALID KEY
                   ADD WS-NSF-FEE TO DI-RENT-BALANCE-DUE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT POST THE FEE."
                       NOT INVALID KEY
                           MOVE WS-NSF-SRC-DORM-ID TO WS-DORM-ID
                           MOVE "RENT" TO WS-PAYMENT-TYPE
                           MOVE WS-NSF-FEE TO WS-AMOUNT-DUE
                           MOVE 0 TO WS-AMOUNT-PAID
                           MOVE WS-NSF-DATE TO WS-PAYMENT-DATE-LOG
                           MOVE WS-NSF-DATE TO WS-DUE-DATE-LOG
                           MOVE SPACES TO WS-PAYMENT-NOTES
                           STRING "RETURNED CHECK FEE, TXN "
                                  DELIMITED BY SIZE
                                  WS-NSF-TXN-ID DELIMITED BY SPACE
                                  INTO WS-PAYMENT-NOTES
                           END-STRING
                           MOVE WS-NSF-SRC-TENANT
                               TO WS-PAYMENT-TENANT-LOG
                           MOVE "INTERNAL"
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE SPACES TO WS-PAYMENT-REF-LOG
                           PERFORM LOG-PAYMENT-HISTORY
                           DISPLAY "RETURNED-CHECK FEE "
                                   WS-NSF-FEE " POSTED."
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANY NSF RETURN ON THIS ROOM LATELY?
      *============================
      *Used by the dunning letters; WS-TODAY-YYYYMMDD is already
      *set by the caller. Looks back 90 days.
       NSF-RECENT-FOR-ROOM.
           MOVE "N" TO WS-NSF-RECENT
           OPEN INPUT HISTORY-FILE
           MOVE "N" TO UTIL-EOF
           MOVE DI-ID TO PH-DORM-ID
           START HISTORY-FILE KEY >= PH-DORM-ID
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PH-DORM-ID NOT = DI-ID
                           MOVE "Y" TO UTIL-EOF
                       ELSE
                           IF PH-NOTES(1:18) =
                                  "NSF RETURN OF TXN "
                               MOVE PH-PAYMENT-DATE
                                   TO WS-CHECK-DUE-DATE
                               PERFORM CALC-OVERDUE-DAYS
                               IF WS-DAYS-OVERDUE >= 0 AND
                                  WS-DAYS-OVERDUE <= 90
                                   MOVE "Y" TO WS-NSF-RECENT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: POST-DATED CHECK REGISTRY MENU
      *============================
       PDC-REGISTRY-MENU.
           PERFORM UNTIL UTIL-PD-CHOICE = 5
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  POST-DATED CHECK REGISTRY"
           DISPLAY "=============================="
           DISPLAY "1 - REGISTER A CHECK"
           DISPLAY "2 - LIST ALL CHECKS"
           DISPLAY "3 - CHECKS TO DEPOSIT TODAY"
           DISPLAY "4 - MARK A CHECK DEPOSITED"
           DISPLAY "5 - BACK"

           DISPLAY "ENTER CHOICE (1 - 5): "
           ACCEPT UTIL-PD-CHOICE

           EVALUATE UTIL-PD-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM PDC-REGISTER-CHECK
               WHEN 2
                   PERFORM PDC-LIST-CHECKS
               WHEN 3
                   PERFORM PDC-DEPOSIT-LIST
               WHEN 4
                   PERFORM PDC-MARK-DEPOSITED
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PDC - REGISTER A HELD CHECK
      *============================
       PDC-REGISTER-CHECK.
           DISPLAY "=============================="
           DISPLAY "     REGISTER A CHECK"
           DISPLAY "=============================="

           DISPLAY "ROOM (DORM ID) THE CHECK PAYS FOR: "
           ACCEPT WS-PDC-NEW-DORM
           INSPECT WS-PDC-NEW-DORM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO WS-VALID-ROOM-FLAG
           OPEN INPUT DORM-FILE
           MOVE WS-PDC-NEW-DORM TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-ROOM-FLAG
           END-READ
           CLOSE DORM-FILE
           IF WS-VALID-ROOM-FLAG = "N"
               DISPLAY "ERROR: ROOM " WS-PDC-NEW-DORM " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "TENANT ID (EMPTY IF NONE): "
           MOVE SPACES TO WS-PDC-NEW-TENANT
           ACCEPT WS-PDC-NEW-TENANT
           INSPECT WS-PDC-NEW-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "CHECK DATE / DATE TO DEPOSIT (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-PDC-NEW-DUE
               ACCEPT WS-PDC-NEW-DUE
               MOVE WS-PDC-NEW-DUE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "AMOUNT: "
           MOVE 0 TO WS-PDC-NEW-AMT
           ACCEPT WS-PDC-NEW-AMT
           PERFORM UNTIL WS-PDC-NEW-AMT > 0
               DISPLAY "AMOUNT MUST BE GREATER THAN 0: "
               ACCEPT WS-PDC-NEW-AMT
           END-PERFORM

           DISPLAY "DRAWER (NAME ON THE CHECK): "
           MOVE SPACES TO WS-PDC-NEW-DRAWER
           ACCEPT WS-PDC-NEW-DRAWER

           DISPLAY "CHECK NUMBER / REFERENCE: "
           MOVE SPACES TO WS-PDC-NEW-REF
           ACCEPT WS-PDC-NEW-REF
           INSPECT WS-PDC-NEW-REF
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-PDC-NEW-REF NOT = SPACES
               DISPLAY "REFERENCE CANNOT BE BLANK: "
               ACCEPT WS-PDC-NEW-REF
               INSPECT WS-PDC-NEW-REF
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-PDC-NEW-TENANT TO PD-TENANT-ID
           MOVE WS-PDC-NEW-DORM   TO PD-DORM-ID
           MOVE WS-PDC-NEW-DUE    TO PD-DUE-DATE
           MOVE WS-PDC-NEW-AMT    TO PD-AMOUNT
           MOVE WS-PDC-NEW-DRAWER TO PD-DRAWER
           MOVE WS-PDC-NEW-REF    TO PD-REFERENCE
           MOVE "HELD"            TO PD-STATUS
           MOVE SPACES TO PD-DATE-RECEIVED
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO PD-DATE-RECEIVED
           END-STRING

           OPEN EXTEND PDC-FILE
           WRITE PDC-RECORD
           CLOSE PDC-FILE
           DISPLAY "CHECK " WS-PDC-NEW-REF " REGISTERED, TO BE "
                   "DEPOSITED " WS-PDC-NEW-DUE "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PDC - LIST ALL CHECKS
      *============================
       PDC-LIST-CHECKS.
           DISPLAY " "
           DISPLAY "POST-DATED CHECKS ON FILE:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-PDC-COUNT
           OPEN INPUT PDC-FILE
           IF WS-PDC-FILE-STATUS NOT = "00"
               DISPLAY "NO CHECKS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PDC-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-PDC-COUNT
                           DISPLAY PD-REFERENCE " | "
                                   PD-DUE-DATE " | "
                                   PD-AMOUNT " | ROOM "
                                   PD-DORM-ID " | " PD-STATUS
                           DISPLAY "    DRAWER: "
                                   FUNCTION TRIM(PD-DRAWER)
                   END-READ
               END-PERFORM
               CLOSE PDC-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "CHECKS LISTED: " WS-PDC-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PDC - CHECKS TO DEPOSIT TODAY
      *============================
       PDC-DEPOSIT-LIST.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PDC-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-PDC-TODAY
           END-STRING

           DISPLAY " "
           DISPLAY "CHECKS TO DEPOSIT ON OR BEFORE "
                   WS-PDC-TODAY ":"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-PDC-COUNT
           OPEN INPUT PDC-FILE
           IF WS-PDC-FILE-STATUS NOT = "00"
               DISPLAY "NO CHECKS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PDC-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PD-STATUS = "HELD" AND
                              PD-DUE-DATE <= WS-PDC-TODAY
                               ADD 1 TO WS-PDC-COUNT
                               DISPLAY PD-REFERENCE " | "
                                       PD-DUE-DATE " | "
                                       PD-AMOUNT " | ROOM "
                                       PD-DORM-ID " | "
                                       FUNCTION TRIM(PD-DRAWER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PDC-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "CHECKS DUE FOR DEPOSIT: " WS-PDC-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PDC - MARK A CHECK DEPOSITED
      *============================
       PDC-MARK-DEPOSITED.
           DISPLAY "CHECK NUMBER / REFERENCE TO MARK DEPOSITED: "
           MOVE SPACES TO WS-PDC-REF
           ACCEPT WS-PDC-REF
           INSPECT WS-PDC-REF
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-PDC-FOUND
           OPEN INPUT PDC-FILE
           IF WS-PDC-FILE-STATUS NOT = "00"
               DISPLAY "NO CHECKS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-PDC-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ PDC-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PD-REFERENCE = WS-PDC-REF AND
                          PD-STATUS = "HELD"
                           MOVE "Y" TO WS-PDC-FOUND
                           MOVE "DEPOSITED" TO PD-STATUS
                       END-IF
                       WRITE TEMP-PDC-RECORD FROM PDC-RECORD
               END-READ
           END-PERFORM
           CLOSE PDC-FILE TEMP-PDC-FILE
           PERFORM SAVE-PDC-RECORD

           IF WS-PDC-FOUND = "Y"
               DISPLAY "CHECK " WS-PDC-REF " MARKED DEPOSITED. "
                       "KEY THE PAYMENT THROUGH RECORD A PAYMENT "
                       "(METHOD CHECK) WITH THE SAME CHECK NUMBER, "
                       "THEN PUT IT ON A BANK DEPOSIT SLIP."
           ELSE
               DISPLAY "NO HELD CHECK WITH REFERENCE "
                       WS-PDC-REF " FOUND."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE PDC RECORD
      *============================
       SAVE-PDC-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del pdc.dat"
               CALL "SYSTEM" USING "rename temppdc.dat pdc.dat"

           ELSE
               CALL "SYSTEM" USING "mv temppdc.dat pdc.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BANK DEPOSIT SLIPS MENU
      *============================
       DEPOSIT-SLIP-MENU.
           PERFORM UNTIL UTIL-DS-CHOICE = 5
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "     BANK DEPOSIT SLIPS"
           DISPLAY "=============================="
           DISPLAY "1 - PREPARE A DEPOSIT SLIP"
           DISPLAY "2 - LIST DEPOSIT SLIPS"
           DISPLAY "3 - REPRINT A DEPOSIT SLIP"
           DISPLAY "4 - DEPOSITS IN TRANSIT REPORT"
           DISPLAY "5 - BACK"

           DISPLAY "ENTER CHOICE (1 - 5): "
           ACCEPT UTIL-DS-CHOICE

           EVALUATE UTIL-DS-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM DS-PREPARE-SLIP
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM DS-LIST-SLIPS
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM DS-REPRINT-SLIP
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM DS-IN-TRANSIT-REPORT
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - TODAY AS YYYY-MM-DD
      *============================
       DS-TODAY-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DS-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DS-TODAY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - LOAD TRANSACTIONS ALREADY DEPOSITED
      *============================
       DS-LOAD-DONE.
           MOVE 0 TO WS-DS-DONE-COUNT
           OPEN INPUT DEPOSIT-ITEM-FILE
           IF WS-DT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DS-EOF
           PERFORM UNTIL WS-DS-EOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-DS-EOF
                   NOT AT END
                       IF WS-DS-DONE-COUNT < 9999
                           ADD 1 TO WS-DS-DONE-COUNT
                           MOVE DT-TRANSACTION-ID
                               TO WS-DS-DONE-TXN(WS-DS-DONE-COUNT)
                       ELSE
                           MOVE "Y" TO WS-DS-LOAD-FULL
                           MOVE "Y" TO WS-DS-EOF
                           DISPLAY "ERROR: MORE THAN 9999 DEPOSITED "
                                   "ITEMS ON depitem.dat. ARCHIVE "
                                   "CLEARED SLIPS BEFORE GOING ON."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-ITEM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - IS A TRANSACTION ALREADY DEPOSITED
      *============================
      *PH-TRANSACTION-ID in; WS-DS-DONE-FOUND out
       DS-CHECK-DONE.
           MOVE "N" TO WS-DS-DONE-FOUND
           PERFORM VARYING WS-DS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DS-DONE-IDX > WS-DS-DONE-COUNT
                  OR WS-DS-DONE-FOUND = "Y"
               IF WS-DS-DONE-TXN(WS-DS-DONE-IDX) = PH-TRANSACTION-ID
                   MOVE "Y" TO WS-DS-DONE-FOUND
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - LOAD HELD CHECKS MARKED DEPOSITED
      *============================
      *Post-dated checks were keyed as BANK payments under the
      *check number before the CHECK method existed; the registry
      *says which of those references are really checks.
       DS-LOAD-PDC.
           MOVE 0 TO WS-DS-PDC-COUNT
           OPEN INPUT PDC-FILE
           IF WS-PDC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DS-EOF
           PERFORM UNTIL WS-DS-EOF = "Y"
               READ PDC-FILE
                   AT END
                       MOVE "Y" TO WS-DS-EOF
                   NOT AT END
                       IF PD-STATUS = "DEPOSITED"
                           IF WS-DS-PDC-COUNT < 2000
                               ADD 1 TO WS-DS-PDC-COUNT
                               MOVE PD-REFERENCE
                                   TO WS-DS-PDC-REF(WS-DS-PDC-COUNT)
                               MOVE PD-DRAWER
                                   TO WS-DS-PDC-DRAWER(WS-DS-PDC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-DS-LOAD-FULL
                               MOVE "Y" TO WS-DS-EOF
                               DISPLAY "ERROR: MORE THAN 2000 "
                                       "DEPOSITED CHECKS ON pdc.dat."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDC-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - PREPARE A DEPOSIT SLIP
      *============================
      *Collects every cash and check receipt not yet on a slip,
      *numbers the slip, marks each receipt deposited and prints
      *the slip for the bank. Cash refunds paid out of the drawer
      *come off the cash side so the cash total is what is
      *actually in the bag.
       DS-PREPARE-SLIP.
           DISPLAY "=============================="
           DISPLAY "    PREPARE A DEPOSIT SLIP"
           DISPLAY "=============================="
           PERFORM DS-TODAY-DATE
           DISPLAY "INCLUDE RECEIPTS DATED UP TO (YYYY-MM-DD, "
                   "BLANK = TODAY): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-DS-CUTOFF
               ACCEPT WS-DS-CUTOFF
               IF WS-DS-CUTOFF = SPACES
                   MOVE WS-DS-TODAY TO WS-DS-CUTOFF
               END-IF
               MOVE WS-DS-CUTOFF TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           *> Two terminals must never put the same receipt on two
           *> slips
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "DEPOSIT SLIP NOT PREPARED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DS-LOAD-FULL
           PERFORM DS-LOAD-DONE
           PERFORM DS-LOAD-PDC
           IF WS-DS-LOAD-FULL = "Y"
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "DEPOSIT SLIP NOT PREPARED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM AUDIT-COLLECT-VOIDED-TXNS
           MOVE 0 TO WS-DSI-COUNT
           MOVE 0 TO WS-DSI-DROPPED
           MOVE 0 TO WS-DS-CASH-COUNT
           MOVE 0 TO WS-DS-CASH-TOTAL
           MOVE 0 TO WS-DS-CHECK-COUNT
           MOVE 0 TO WS-DS-CHECK-TOTAL

           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE <= WS-DS-CUTOFF AND
                          PH-AMOUNT-PAID NOT = 0 AND
                          PH-PAYMENT-TYPE NOT = "VOID"
                           PERFORM DS-CONSIDER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-DSI-COUNT = 0
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "NO UNDEPOSITED CASH OR CHECK RECEIPTS UP TO "
                       WS-DS-CUTOFF "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DS-TOTAL = WS-DS-CASH-TOTAL + WS-DS-CHECK-TOTAL

           DISPLAY " "
           MOVE WS-DS-CASH-COUNT TO WS-DS-COUNT-EDIT
           MOVE WS-DS-CASH-TOTAL TO WS-DS-TOTAL-EDIT
           DISPLAY "CASH   : " WS-DS-COUNT-EDIT " ITEMS "
                   WS-DS-TOTAL-EDIT
           MOVE WS-DS-CHECK-COUNT TO WS-DS-COUNT-EDIT
           MOVE WS-DS-CHECK-TOTAL TO WS-DS-TOTAL-EDIT
           DISPLAY "CHECKS : " WS-DS-COUNT-EDIT " ITEMS "
                   WS-DS-TOTAL-EDIT
           MOVE WS-DS-TOTAL TO WS-DS-TOTAL-EDIT
           DISPLAY "DEPOSIT TOTAL       " WS-DS-TOTAL-EDIT
           IF WS-DSI-DROPPED > 0
               DISPLAY "NOTE: " WS-DSI-DROPPED " MORE RECEIPTS DID "
                       "NOT FIT ON THIS SLIP. PREPARE ANOTHER SLIP "
                       "FOR THEM AFTERWARDS."
           END-IF
           IF WS-DS-TOTAL <= 0
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "THE SLIP TOTAL IS NOT POSITIVE. CHECK THE "
                       "CASH REFUNDS BEFORE DEPOSITING."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PREPARE THE SLIP AND MARK THESE RECEIPTS "
                   "DEPOSITED (Y/N): "
           ACCEPT WS-DS-CONFIRM
           INSPECT WS-DS-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-DS-CONFIRM NOT = "Y"
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "DEPOSIT SLIP NOT PREPARED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM DS-NEXT-SLIP-NO

           OPEN EXTEND DEPOSIT-ITEM-FILE
           IF WS-DT-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPOSIT-ITEM-FILE
           END-IF
           PERFORM VARYING WS-DSI-IDX FROM 1 BY 1
               UNTIL WS-DSI-IDX > WS-DSI-COUNT
               MOVE WS-DS-NEW-SLIP TO DT-SLIP-NO
               MOVE WS-DSI-TXN(WS-DSI-IDX) TO DT-TRANSACTION-ID
               MOVE WS-DSI-KIND(WS-DSI-IDX) TO DT-KIND
               MOVE WS-DSI-DORM(WS-DSI-IDX) TO DT-DORM-ID
               MOVE WS-DSI-TENANT(WS-DSI-IDX) TO DT-TENANT-ID
               MOVE WS-DSI-DATE(WS-DSI-IDX) TO DT-PAYMENT-DATE
               MOVE WS-DSI-AMOUNT(WS-DSI-IDX) TO DT-AMOUNT
               MOVE WS-DSI-REF(WS-DSI-IDX) TO DT-REFERENCE
               MOVE WS-DSI-DRAWER(WS-DSI-IDX) TO DT-DRAWER
               WRITE DEPOSIT-ITEM-RECORD
           END-PERFORM
           CLOSE DEPOSIT-ITEM-FILE

           INITIALIZE DEPOSIT-SLIP-RECORD
           MOVE WS-DS-NEW-SLIP TO DS-SLIP-NO
           MOVE WS-DS-TODAY TO DS-DATE
           MOVE WS-DS-CASH-COUNT TO DS-CASH-COUNT
           MOVE WS-DS-CASH-TOTAL TO DS-CASH-TOTAL
           MOVE WS-DS-CHECK-COUNT TO DS-CHECK-COUNT
           MOVE WS-DS-CHECK-TOTAL TO DS-CHECK-TOTAL
           MOVE WS-DS-TOTAL TO DS-TOTAL
           MOVE WS-OPERATOR-ID TO DS-PREPARED-BY
           MOVE "IN-TRANSIT" TO DS-STATUS
           MOVE SPACES TO DS-CLEARED-DATE
           MOVE SPACES TO DS-BANK-REF
           OPEN EXTEND DEPOSIT-SLIP-FILE
           IF WS-DS-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPOSIT-SLIP-FILE
           END-IF
           WRITE DEPOSIT-SLIP-RECORD
           CLOSE DEPOSIT-SLIP-FILE

           MOVE "DEPSLP" TO WS-AJ-RECORD-TYPE
           MOVE WS-DS-NEW-SLIP TO WS-AJ-KEY
           MOVE "CREATE" TO WS-AJ-ACTION
           MOVE "DEPOSIT TOTAL" TO WS-AJ-FIELD
           MOVE SPACES TO WS-AJ-OLD-VALUE
           MOVE WS-DS-TOTAL TO WS-DS-TOTAL-EDIT
           MOVE FUNCTION TRIM(WS-DS-TOTAL-EDIT) TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           MOVE WS-DS-NEW-SLIP TO WS-DS-LOOK-SLIP
           MOVE WS-DS-TODAY TO WS-DS-SLIP-DATE
           MOVE WS-OPERATOR-ID TO WS-DS-PREPARED-BY
           MOVE "N" TO WS-DS-FOUND
           PERFORM DS-PRINT-SLIP
           DISPLAY " "
           DISPLAY "DEPOSIT SLIP " WS-DS-NEW-SLIP " PREPARED."
           DISPLAY "SLIP WRITTEN TO " WS-DS-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - ONE HISTORY ENTRY FOR THE SLIP
      *============================
      *One history entry: onto the slip if it is undeposited cash
      *or check money
       DS-CONSIDER-ENTRY.
           MOVE SPACES TO WS-DS-KIND
           MOVE SPACES TO WS-DS-DRAWER
           EVALUATE PH-METHOD
               WHEN "CASH"
                   MOVE "CASH" TO WS-DS-KIND
               WHEN "CHECK"
                   MOVE "CHECK" TO WS-DS-KIND
               WHEN "BANK"
                   PERFORM VARYING WS-DS-PDC-IDX FROM 1 BY 1
                       UNTIL WS-DS-PDC-IDX > WS-DS-PDC-COUNT
                          OR WS-DS-KIND NOT = SPACES
                       IF WS-DS-PDC-REF(WS-DS-PDC-IDX) =
                          PH-REFERENCE
                           MOVE "CHECK" TO WS-DS-KIND
                           MOVE WS-DS-PDC-DRAWER(WS-DS-PDC-IDX)
                               TO WS-DS-DRAWER
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DS-KIND = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DS-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-DS-VOIDED
               END-IF
           END-PERFORM
           IF WS-DS-VOIDED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM DS-CHECK-DONE
           IF WS-DS-DONE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           *> Refunds are money going out: off the cash side, and a
           *> check refund is the office's own check, never deposited
           IF PH-PAYMENT-TYPE = "DEP-REFUND" OR
              PH-PAYMENT-TYPE = "CREDIT-REFUND"
               IF WS-DS-KIND = "CHECK"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DS-KIND = "CHECK" AND PH-AMOUNT-PAID < 0
               EXIT PARAGRAPH
           END-IF

           IF WS-DSI-COUNT >= 1000
               ADD 1 TO WS-DSI-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DSI-COUNT
           MOVE PH-TRANSACTION-ID TO WS-DSI-TXN(WS-DSI-COUNT)
           MOVE WS-DS-KIND TO WS-DSI-KIND(WS-DSI-COUNT)
           MOVE PH-DORM-ID TO WS-DSI-DORM(WS-DSI-COUNT)
           MOVE PH-TENANT-ID TO WS-DSI-TENANT(WS-DSI-COUNT)
           MOVE PH-PAYMENT-DATE TO WS-DSI-DATE(WS-DSI-COUNT)
           MOVE PH-REFERENCE TO WS-DSI-REF(WS-DSI-COUNT)
           MOVE WS-DS-DRAWER TO WS-DSI-DRAWER(WS-DSI-COUNT)
           IF PH-PAYMENT-TYPE = "DEP-REFUND" OR
              PH-PAYMENT-TYPE = "CREDIT-REFUND"
               COMPUTE WS-DSI-AMOUNT(WS-DSI-COUNT) =
                       0 - PH-AMOUNT-PAID
           ELSE
               MOVE PH-AMOUNT-PAID TO WS-DSI-AMOUNT(WS-DSI-COUNT)
           END-IF
           IF WS-DS-KIND = "CASH"
               ADD 1 TO WS-DS-CASH-COUNT
               ADD WS-DSI-AMOUNT(WS-DSI-COUNT) TO WS-DS-CASH-TOTAL
           ELSE
               ADD 1 TO WS-DS-CHECK-COUNT
               ADD WS-DSI-AMOUNT(WS-DSI-COUNT) TO WS-DS-CHECK-TOTAL
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - NEXT SLIP NUMBER
      *============================
       DS-NEXT-SLIP-NO.
           MOVE 0 TO WS-DS-ID-MAX
           OPEN INPUT DEPOSIT-SLIP-FILE
           IF WS-DS-FILE-STATUS = "00"
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ DEPOSIT-SLIP-FILE
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF DS-SLIP-NO(1:2) = "DS" AND
                              DS-SLIP-NO(3:6) IS NUMERIC
                               MOVE DS-SLIP-NO(3:6) TO WS-DS-ID-NUM
                               IF WS-DS-ID-NUM > WS-DS-ID-MAX
                                   MOVE WS-DS-ID-NUM TO WS-DS-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-SLIP-FILE
           END-IF
           ADD 1 TO WS-DS-ID-MAX
           MOVE SPACES TO WS-DS-NEW-SLIP
           STRING "DS" DELIMITED BY SIZE
                  WS-DS-ID-MAX DELIMITED BY SIZE
                  INTO WS-DS-NEW-SLIP
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - PRINT A SLIP FROM THE LINE TABLE
      *============================
      *WS-DS-LOOK-SLIP and the WS-DSI table in; WS-DS-FOUND = "Y"
      *prints the slip as a reprint.
       DS-PRINT-SLIP.
           MOVE "DEPSLIP" TO WS-RC-REPORT
           MOVE "depslip" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-DS-REPORT-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "SLIP " DELIMITED BY SIZE
                  WS-DS-LOOK-SLIP DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT DEPOSIT-REPORT-FILE

           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           IF WS-DS-FOUND = "Y"
               STRING "BANK DEPOSIT SLIP " DELIMITED BY SIZE
                      WS-DS-LOOK-SLIP DELIMITED BY SIZE
                      "   ** REPRINT **" DELIMITED BY SIZE
                      INTO DEPOSIT-REPORT-RECORD
               END-STRING
           ELSE
               STRING "BANK DEPOSIT SLIP " DELIMITED BY SIZE
                      WS-DS-LOOK-SLIP DELIMITED BY SIZE
                      INTO DEPOSIT-REPORT-RECORD
               END-STRING
           END-IF
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "DATE " DELIMITED BY SIZE
                  WS-DS-SLIP-DATE DELIMITED BY SIZE
                  "   PREPARED BY " DELIMITED BY SIZE
                  WS-DS-PREPARED-BY DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           PERFORM DS-WRITE-LINE

           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "CASH" DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "DATE       ROOM       TENANT     "
                  DELIMITED BY SIZE
                  "     AMOUNT  TRANSACTION" DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE ALL "-" TO DEPOSIT-REPORT-RECORD(1:80)
           PERFORM DS-WRITE-LINE
           PERFORM VARYING WS-DSI-IDX FROM 1 BY 1
               UNTIL WS-DSI-IDX > WS-DSI-COUNT
               IF WS-DSI-KIND(WS-DSI-IDX) = "CASH"
                   MOVE WS-DSI-AMOUNT(WS-DSI-IDX) TO WS-DS-AMT-EDIT
                   MOVE SPACES TO DEPOSIT-REPORT-RECORD
                   STRING WS-DSI-DATE(WS-DSI-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DSI-DORM(WS-DSI-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DSI-TENANT(WS-DSI-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DS-AMT-EDIT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-DSI-TXN(WS-DSI-IDX) DELIMITED BY SPACE
                          INTO DEPOSIT-REPORT-RECORD
                   END-STRING
                   PERFORM DS-WRITE-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO DEPOSIT-REPORT-RECORD(1:80)
           PERFORM DS-WRITE-LINE
           MOVE WS-DS-CASH-COUNT TO WS-DS-COUNT-EDIT
           MOVE WS-DS-CASH-TOTAL TO WS-DS-TOTAL-EDIT
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "TOTAL CASH    " DELIMITED BY SIZE
                  WS-DS-COUNT-EDIT DELIMITED BY SIZE
                  " ITEMS        " DELIMITED BY SIZE
                  WS-DS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           PERFORM DS-WRITE-LINE

           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "CHECKS" DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "CHECK NUMBER         DRAWER                   "
                  DELIMITED BY SIZE
                  "      ROOM           AMOUNT" DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE ALL "-" TO DEPOSIT-REPORT-RECORD(1:80)
           PERFORM DS-WRITE-LINE
           PERFORM VARYING WS-DSI-IDX FROM 1 BY 1
               UNTIL WS-DSI-IDX > WS-DSI-COUNT
               IF WS-DSI-KIND(WS-DSI-IDX) = "CHECK"
                   MOVE WS-DSI-AMOUNT(WS-DSI-IDX) TO WS-DS-AMT-EDIT
                   MOVE SPACES TO DEPOSIT-REPORT-RECORD
                   STRING WS-DSI-REF(WS-DSI-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DSI-DRAWER(WS-DSI-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DSI-DORM(WS-DSI-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DS-AMT-EDIT DELIMITED BY SIZE
                          INTO DEPOSIT-REPORT-RECORD
                   END-STRING
                   PERFORM DS-WRITE-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO DEPOSIT-REPORT-RECORD(1:80)
           PERFORM DS-WRITE-LINE
           MOVE WS-DS-CHECK-COUNT TO WS-DS-COUNT-EDIT
           MOVE WS-DS-CHECK-TOTAL TO WS-DS-TOTAL-EDIT
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "TOTAL CHECKS  " DELIMITED BY SIZE
                  WS-DS-COUNT-EDIT DELIMITED BY SIZE
                  " ITEMS        " DELIMITED BY SIZE
                  WS-DS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           PERFORM DS-WRITE-LINE
           MOVE WS-DS-TOTAL TO WS-DS-TOTAL-EDIT
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "TOTAL DEPOSIT                    " DELIMITED BY SIZE
                  WS-DS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "PREPARED BY ____________________   "
                  DELIMITED BY SIZE
                  "RECEIVED BY BANK ____________________"
                  DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           CLOSE DEPOSIT-REPORT-FILE
           PERFORM RPT-CATALOG-RUN
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - LIST DEPOSIT SLIPS
      *============================
       DS-LIST-SLIPS.
           DISPLAY "=============================="
           DISPLAY "       DEPOSIT SLIPS"
           DISPLAY "=============================="
           MOVE 0 TO WS-DSS-COUNT
           OPEN INPUT DEPOSIT-SLIP-FILE
           IF WS-DS-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPOSIT SLIPS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SLIP     DATE            CASH       CHECKS"
                   "        TOTAL STATUS"
           MOVE "N" TO WS-DS-EOF
           PERFORM UNTIL WS-DS-EOF = "Y"
               READ DEPOSIT-SLIP-FILE
                   AT END
                       MOVE "Y" TO WS-DS-EOF
                   NOT AT END
                       ADD 1 TO WS-DSS-COUNT
                       MOVE DS-CASH-TOTAL TO WS-DS-AMT-EDIT
                       MOVE DS-CHECK-TOTAL TO WS-DS-TOTAL-EDIT
                       DISPLAY DS-SLIP-NO " " DS-DATE " "
                               WS-DS-AMT-EDIT " " WS-DS-TOTAL-EDIT
                               WITH NO ADVANCING
                       MOVE DS-TOTAL TO WS-DS-TOTAL-EDIT
                       DISPLAY " " WS-DS-TOTAL-EDIT " " DS-STATUS
                       IF DS-STATUS = "CLEARED"
                           DISPLAY "         CLEARED "
                                   DS-CLEARED-DATE " REF "
                                   DS-BANK-REF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-SLIP-FILE
           DISPLAY "SLIPS LISTED: " WS-DSS-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - REPRINT A DEPOSIT SLIP
      *============================
       DS-REPRINT-SLIP.
           DISPLAY "SLIP NUMBER (e.g., DS000001): "
           MOVE SPACES TO WS-DS-LOOK-SLIP
           ACCEPT WS-DS-LOOK-SLIP
           INSPECT WS-DS-LOOK-SLIP
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-DS-FOUND
           OPEN INPUT DEPOSIT-SLIP-FILE
           IF WS-DS-FILE-STATUS = "00"
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ DEPOSIT-SLIP-FILE
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF DS-SLIP-NO = WS-DS-LOOK-SLIP
                               MOVE "Y" TO WS-DS-FOUND
                               MOVE "Y" TO WS-DS-EOF
                               MOVE DS-DATE TO WS-DS-SLIP-DATE
                               MOVE DS-PREPARED-BY
                                   TO WS-DS-PREPARED-BY
                               MOVE DS-CASH-COUNT TO WS-DS-CASH-COUNT
                               MOVE DS-CASH-TOTAL TO WS-DS-CASH-TOTAL
                               MOVE DS-CHECK-COUNT
                                   TO WS-DS-CHECK-COUNT
                               MOVE DS-CHECK-TOTAL
                                   TO WS-DS-CHECK-TOTAL
                               MOVE DS-TOTAL TO WS-DS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-SLIP-FILE
           END-IF
           IF WS-DS-FOUND = "N"
               DISPLAY "SLIP " WS-DS-LOOK-SLIP " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DSI-COUNT
           OPEN INPUT DEPOSIT-ITEM-FILE
           IF WS-DT-FILE-STATUS = "00"
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ DEPOSIT-ITEM-FILE
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF DT-SLIP-NO = WS-DS-LOOK-SLIP AND
                              WS-DSI-COUNT < 1000
                               ADD 1 TO WS-DSI-COUNT
                               MOVE DT-TRANSACTION-ID
                                   TO WS-DSI-TXN(WS-DSI-COUNT)
                               MOVE DT-KIND
                                   TO WS-DSI-KIND(WS-DSI-COUNT)
                               MOVE DT-DORM-ID
                                   TO WS-DSI-DORM(WS-DSI-COUNT)
                               MOVE DT-TENANT-ID
                                   TO WS-DSI-TENANT(WS-DSI-COUNT)
                               MOVE DT-PAYMENT-DATE
                                   TO WS-DSI-DATE(WS-DSI-COUNT)
                               MOVE DT-AMOUNT
                                   TO WS-DSI-AMOUNT(WS-DSI-COUNT)
                               MOVE DT-REFERENCE
                                   TO WS-DSI-REF(WS-DSI-COUNT)
                               MOVE DT-DRAWER
                                   TO WS-DSI-DRAWER(WS-DSI-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-ITEM-FILE
           END-IF

           PERFORM DS-PRINT-SLIP
           DISPLAY " "
           DISPLAY "SLIP WRITTEN TO " WS-DS-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - LOAD SLIPS FOR STATEMENT MATCHING
      *============================
      *Only slips still in transit can be matched to a statement.
       DS-LOAD-SLIPS.
           MOVE 0 TO WS-DSS-COUNT
           OPEN INPUT DEPOSIT-SLIP-FILE
           IF WS-DS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DS-EOF
           PERFORM UNTIL WS-DS-EOF = "Y"
               READ DEPOSIT-SLIP-FILE
                   AT END
                       MOVE "Y" TO WS-DS-EOF
                   NOT AT END
                       IF DS-STATUS = "IN-TRANSIT" AND
                          WS-DSS-COUNT >= 500
                           MOVE "Y" TO WS-DS-LOAD-FULL
                           MOVE "Y" TO WS-DS-EOF
                           DISPLAY "ERROR: MORE THAN 500 SLIPS IN "
                                   "TRANSIT ON depslip.dat."
                       END-IF
                       IF DS-STATUS = "IN-TRANSIT" AND
                          WS-DS-LOAD-FULL = "N"
                           ADD 1 TO WS-DSS-COUNT
                           MOVE DS-SLIP-NO
                               TO WS-DSS-SLIP(WS-DSS-COUNT)
                           MOVE DS-DATE TO WS-DSS-DATE(WS-DSS-COUNT)
                           MOVE DS-TOTAL
                               TO WS-DSS-TOTAL(WS-DSS-COUNT)
                           MOVE DS-STATUS
                               TO WS-DSS-STATUS(WS-DSS-COUNT)
                           MOVE "N" TO WS-DSS-MATCHED(WS-DSS-COUNT)
                           MOVE DS-CLEARED-DATE
                               TO WS-DSS-BANK-DATE(WS-DSS-COUNT)
                           MOVE DS-BANK-REF
                               TO WS-DSS-BANK-REF(WS-DSS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-SLIP-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECON - MATCH STATEMENT LINES TO WHOLE SLIPS
      *============================
      *First pass: a statement line carrying the slip number as
      *its reference, for the slip's total.
       DS-RECON-MATCH-BY-REF.
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF WS-BANK-MATCHED(WS-BANK-IDX) NOT = "Y"
                   PERFORM VARYING WS-DSS-IDX FROM 1 BY 1
                       UNTIL WS-DSS-IDX > WS-DSS-COUNT
                       IF WS-BANK-MATCHED(WS-BANK-IDX) NOT = "Y" AND
                          WS-DSS-MATCHED(WS-DSS-IDX) = "N" AND
                          WS-BANK-REF(WS-BANK-IDX) =
                              WS-DSS-SLIP(WS-DSS-IDX) AND
                          WS-BANK-AMOUNT(WS-BANK-IDX) =
                              WS-DSS-TOTAL(WS-DSS-IDX)
                           PERFORM DS-RECON-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - MATCH LEFTOVER LINES BY AMOUNT
      *============================
      *Last pass: a leftover statement line for exactly the total
      *of a slip still in transit, oldest slip first
       DS-RECON-MATCH-BY-AMOUNT.
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF WS-BANK-MATCHED(WS-BANK-IDX) NOT = "Y"
                   PERFORM VARYING WS-DSS-IDX FROM 1 BY 1
                       UNTIL WS-DSS-IDX > WS-DSS-COUNT
                       IF WS-BANK-MATCHED(WS-BANK-IDX) NOT = "Y" AND
                          WS-DSS-MATCHED(WS-DSS-IDX) = "N" AND
                          WS-DSS-STATUS(WS-DSS-IDX) = "IN-TRANSIT"
                          AND WS-BANK-AMOUNT(WS-BANK-IDX) =
                              WS-DSS-TOTAL(WS-DSS-IDX)
                           PERFORM DS-RECON-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - PAIR A STATEMENT LINE WITH A SLIP
      *============================
      *Pair statement line WS-BANK-IDX with slip WS-DSS-IDX
       DS-RECON-PAIR.
           MOVE "Y" TO WS-BANK-MATCHED(WS-BANK-IDX)
           MOVE "Y" TO WS-DSS-MATCHED(WS-DSS-IDX)
           ADD 1 TO WS-DS-SLIP-MATCHED
           ADD 1 TO WS-BANK-MATCHED-COUNT
           IF WS-DSS-STATUS(WS-DSS-IDX) = "IN-TRANSIT"
               MOVE WS-BANK-DATE(WS-BANK-IDX)
                   TO WS-DSS-BANK-DATE(WS-DSS-IDX)
               MOVE WS-BANK-REF(WS-BANK-IDX)
                   TO WS-DSS-BANK-REF(WS-DSS-IDX)
               ADD 1 TO WS-DS-SLIP-CLEARED
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECON - LIST SLIPS MATCHED AND STILL IN TRANSIT
      *============================
       DS-RECON-SHOW.
           DISPLAY "DEPOSIT SLIPS ON THIS STATEMENT:"
           DISPLAY "------------------------------------------"
           PERFORM VARYING WS-DSS-IDX FROM 1 BY 1
               UNTIL WS-DSS-IDX > WS-DSS-COUNT
               IF WS-DSS-MATCHED(WS-DSS-IDX) = "Y"
                   MOVE WS-DSS-TOTAL(WS-DSS-IDX) TO WS-DS-TOTAL-EDIT
                   DISPLAY "  " WS-DSS-SLIP(WS-DSS-IDX) " | "
                           WS-DSS-DATE(WS-DSS-IDX) " | "
                           WS-DS-TOTAL-EDIT " | BANK "
                           WS-DSS-BANK-DATE(WS-DSS-IDX)
               END-IF
           END-PERFORM
           IF WS-DS-SLIP-MATCHED = 0
               DISPLAY "  (NONE)"
           END-IF

           DISPLAY " "
           DISPLAY "DEPOSIT SLIPS STILL IN TRANSIT:"
           DISPLAY "------------------------------------------"
           MOVE 0 TO WS-DS-SLIP-TRANSIT
           PERFORM VARYING WS-DSS-IDX FROM 1 BY 1
               UNTIL WS-DSS-IDX > WS-DSS-COUNT
               IF WS-DSS-MATCHED(WS-DSS-IDX) = "N" AND
                  WS-DSS-STATUS(WS-DSS-IDX) = "IN-TRANSIT"
                   ADD 1 TO WS-DS-SLIP-TRANSIT
                   MOVE WS-DSS-TOTAL(WS-DSS-IDX) TO WS-DS-TOTAL-EDIT
                   DISPLAY "  " WS-DSS-SLIP(WS-DSS-IDX) " | "
                           WS-DSS-DATE(WS-DSS-IDX) " | "
                           WS-DS-TOTAL-EDIT
               END-IF
           END-PERFORM
           IF WS-DS-SLIP-TRANSIT = 0
               DISPLAY "  (NONE)"
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECON - MARK MATCHED SLIPS CLEARED
      *============================
       DS-RECON-SAVE.
           IF WS-DS-SLIP-CLEARED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "WARNING: SLIPS NOT MARKED CLEARED. RUN THE "
                       "RECONCILIATION AGAIN LATER."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEPOSIT-SLIP-FILE
           IF WS-DS-FILE-STATUS NOT = "00"
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-DEPOSIT-SLIP-FILE
           MOVE "N" TO WS-DS-EOF
           PERFORM UNTIL WS-DS-EOF = "Y"
               READ DEPOSIT-SLIP-FILE
                   AT END
                       MOVE "Y" TO WS-DS-EOF
                   NOT AT END
                       IF DS-STATUS = "IN-TRANSIT"
                           PERFORM DS-RECON-SAVE-ONE
                       END-IF
                       WRITE TEMP-DEPOSIT-SLIP-RECORD
                           FROM DEPOSIT-SLIP-RECORD
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-SLIP-FILE
           CLOSE TEMP-DEPOSIT-SLIP-FILE
           PERFORM SAVE-DEPOSIT-SLIP-RECORD
           PERFORM RELEASE-UPDATE-LOCK
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - SAVE ONE SLIP AFTER RECONCILING
      *============================
      *One slip row: cleared if this statement matched it
       DS-RECON-SAVE-ONE.
           PERFORM VARYING WS-DSS-IDX FROM 1 BY 1
               UNTIL WS-DSS-IDX > WS-DSS-COUNT
               IF WS-DSS-SLIP(WS-DSS-IDX) = DS-SLIP-NO AND
                  WS-DSS-MATCHED(WS-DSS-IDX) = "Y"
                   MOVE "CLEARED" TO DS-STATUS
                   MOVE WS-DSS-BANK-DATE(WS-DSS-IDX)
                       TO DS-CLEARED-DATE
                   MOVE WS-DSS-BANK-REF(WS-DSS-IDX) TO DS-BANK-REF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - DEPOSITS IN TRANSIT REPORT
      *============================
      *Slips taken to the bank that no reconciled statement has
      *shown yet, oldest first, with their age in days.
       DS-IN-TRANSIT-REPORT.
           DISPLAY "=============================="
           DISPLAY "     DEPOSITS IN TRANSIT"
           DISPLAY "=============================="
           PERFORM DS-TODAY-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-DS-TODAY-NUM
           PERFORM DS-LOAD-SLIPS
           MOVE 0 TO WS-DS-SLIP-TRANSIT
           MOVE 0 TO WS-DS-TRANSIT-TOTAL

           MOVE "DEPTRANSIT" TO WS-RC-REPORT
           MOVE "deposits_in_transit" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-DS-REPORT-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "AS OF " DELIMITED BY SIZE
                  WS-DS-TODAY DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT DEPOSIT-REPORT-FILE

           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "DEPOSITS IN TRANSIT AS OF " DELIMITED BY SIZE
                  WS-DS-TODAY DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "SLIP     DATE        DAYS          CASH"
                  DELIMITED BY SIZE
                  "       CHECKS        TOTAL  PREPARED BY"
                  DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           MOVE ALL "-" TO DEPOSIT-REPORT-RECORD(1:80)
           PERFORM DS-WRITE-LINE

           OPEN INPUT DEPOSIT-SLIP-FILE
           IF WS-DS-FILE-STATUS = "00"
               MOVE "N" TO WS-DS-EOF
               PERFORM UNTIL WS-DS-EOF = "Y"
                   READ DEPOSIT-SLIP-FILE
                       AT END
                           MOVE "Y" TO WS-DS-EOF
                       NOT AT END
                           IF DS-STATUS = "IN-TRANSIT"
                               PERFORM DS-TRANSIT-ONE-SLIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-SLIP-FILE
           END-IF

           MOVE ALL "-" TO DEPOSIT-REPORT-RECORD(1:80)
           PERFORM DS-WRITE-LINE
           MOVE WS-DS-SLIP-TRANSIT TO WS-DS-COUNT-EDIT
           MOVE WS-DS-TRANSIT-TOTAL TO WS-DS-TOTAL-EDIT
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           STRING "SLIPS IN TRANSIT " DELIMITED BY SIZE
                  WS-DS-COUNT-EDIT DELIMITED BY SIZE
                  "   TOTAL IN TRANSIT " DELIMITED BY SIZE
                  WS-DS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DEPOSIT-REPORT-RECORD
           END-STRING
           PERFORM DS-WRITE-LINE
           CLOSE DEPOSIT-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-DS-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - ONE SLIP STILL IN TRANSIT
      *============================
      *One in-transit slip line
       DS-TRANSIT-ONE-SLIP.
           ADD 1 TO WS-DS-SLIP-TRANSIT
           ADD DS-TOTAL TO WS-DS-TRANSIT-TOTAL
           MOVE 0 TO WS-DS-AGE-DAYS
           IF DS-DATE(1:4) IS NUMERIC AND
              DS-DATE(6:2) IS NUMERIC AND
              DS-DATE(9:2) IS NUMERIC
               MOVE DS-DATE(1:4) TO WS-DS-DATE-NUM(1:4)
               MOVE DS-DATE(6:2) TO WS-DS-DATE-NUM(5:2)
               MOVE DS-DATE(9:2) TO WS-DS-DATE-NUM(7:2)
               COMPUTE WS-DS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DS-TODAY-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-DS-DATE-NUM)
           END-IF
           IF WS-DS-AGE-DAYS < 0
               MOVE 0 TO WS-DS-AGE-DAYS
           END-IF
           MOVE WS-DS-AGE-DAYS TO WS-DS-AGE-EDIT
           MOVE SPACES TO DEPOSIT-REPORT-RECORD
           MOVE DS-SLIP-NO TO DEPOSIT-REPORT-RECORD(1:8)
           MOVE DS-DATE TO DEPOSIT-REPORT-RECORD(10:10)
           MOVE WS-DS-AGE-EDIT TO DEPOSIT-REPORT-RECORD(21:5)
           MOVE DS-CASH-TOTAL TO WS-DS-AMT-EDIT
           MOVE WS-DS-AMT-EDIT TO DEPOSIT-REPORT-RECORD(27:11)
           MOVE DS-CHECK-TOTAL TO WS-DS-AMT-EDIT
           MOVE WS-DS-AMT-EDIT TO DEPOSIT-REPORT-RECORD(39:11)
           MOVE DS-TOTAL TO WS-DS-AMT-EDIT
           MOVE WS-DS-AMT-EDIT TO DEPOSIT-REPORT-RECORD(52:11)
           MOVE DS-PREPARED-BY TO DEPOSIT-REPORT-RECORD(65:10)
           PERFORM DS-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DEPOSITS - WRITE AND SHOW ONE REPORT LINE
      *============================
       DS-WRITE-LINE.
           WRITE DEPOSIT-REPORT-RECORD
           DISPLAY DEPOSIT-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE DEPOSIT SLIP RECORD
      *============================
       SAVE-DEPOSIT-SLIP-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del depslip.dat"
               CALL "SYSTEM" USING "rename tempds.dat depslip.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempds.dat depslip.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE DEPOSIT ITEM RECORD
      *============================
       SAVE-DEPOSIT-ITEM-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del depitem.dat"
               CALL "SYSTEM" USING "rename tempdt.dat depitem.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempdt.dat depitem.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: OFFICIAL RECEIPTS MENU
      *============================
       OFFICIAL-RECEIPT-MENU.
           PERFORM UNTIL UTIL-OR-CHOICE = 7
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "      OFFICIAL RECEIPTS"
           DISPLAY "=============================="
           DISPLAY "1 - REGISTER A RECEIPT SERIES"
           DISPLAY "2 - LIST RECEIPT SERIES"
           DISPLAY "3 - REPRINT A RECEIPT (COPY)"
           DISPLAY "4 - SPOIL A RECEIPT NUMBER"
           DISPLAY "5 - RECORD WITHHOLDING TAX ON A RECEIPT"
           DISPLAY "6 - MONTHLY RECEIPTS SUMMARY"
           DISPLAY "7 - BACK"

           DISPLAY "ENTER CHOICE (1 - 7): "
           ACCEPT UTIL-OR-CHOICE

           EVALUATE UTIL-OR-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM OR-REGISTER-SERIES
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM OR-LIST-SERIES
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM OR-REPRINT-RECEIPT
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM OR-SPOIL-RECEIPT
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM OR-RECORD-WITHHOLDING
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM OR-MONTHLY-SUMMARY
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - TODAY AS YYYY-MM-DD
      *============================
       OR-TODAY-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OR-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-OR-TODAY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - FORMAT A RECEIPT NUMBER
      *============================
      *WS-OR-PREFIX and WS-OR-SEQ in; WS-OR-NUMBER out
       OR-FORMAT-NUMBER.
           MOVE SPACES TO WS-OR-NUMBER
           STRING WS-OR-PREFIX DELIMITED BY SPACE
                  WS-OR-SEQ DELIMITED BY SIZE
                  INTO WS-OR-NUMBER
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - DOES THE POSTING GET A RECEIPT
      *============================
      *Money received from a tenant or sponsor gets an official
      *receipt; internal postings, reversals and pay-outs do not
       OR-CHECK-ELIGIBLE.
           MOVE "N" TO WS-OR-ELIGIBLE
           IF WS-AMOUNT-PAID NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYMENT-METHOD-LOG NOT = "CASH" AND
              WS-PAYMENT-METHOD-LOG NOT = "BANK" AND
              WS-PAYMENT-METHOD-LOG NOT = "GCASH" AND
              WS-PAYMENT-METHOD-LOG NOT = "CHECK"
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYMENT-TYPE = "VOID" OR
              WS-PAYMENT-TYPE = "CHECKOUT" OR
              WS-PAYMENT-TYPE = "BILLING" OR
              WS-PAYMENT-TYPE = "DISCOUNT" OR
              WS-PAYMENT-TYPE = "CREDIT-REFUND" OR
              WS-PAYMENT-TYPE = "DEP-REFUND" OR
              WS-PAYMENT-TYPE = "DEP-FORFEIT" OR
              WS-PAYMENT-TYPE = "DEP-APPLIED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OR-ELIGIBLE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - VAT CLASS OF THE POSTING
      *============================
      *Residential rent, and the deposits, booking fees and
      *recoveries that stand in for it, are VAT-exempt; utilities,
      *guest fees, ancillary rentals and other charges are VATable
       OR-TAX-CLASS.
           EVALUATE WS-PAYMENT-TYPE
               WHEN "RENT"
               WHEN "DEPOSIT"
               WHEN "BOOKING"
               WHEN "BD-RECOVERY"
               WHEN "BD-COLLECTION"
                   MOVE "EXEMPT" TO WS-OR-TAX-CLASS
               WHEN OTHER
                   MOVE "VATABLE" TO WS-OR-TAX-CLASS
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - GIVE THE LOGGED PAYMENT ITS NUMBER
      *============================
      *Called from LOG-PAYMENT-HISTORY once the history row is on
      *file, so a number is never drawn for a payment that failed
      *to post. Runs under the caller's update lock.
       OR-ASSIGN-NUMBER.
           MOVE SPACES TO WS-OR-NUMBER
           PERFORM OR-CHECK-ELIGIBLE
           IF WS-OR-ELIGIBLE = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-OR-KEEP-FLAG = "Y" AND
              WS-OR-KEEP-NUMBER NOT = SPACES
               MOVE WS-OR-KEEP-PREFIX TO WS-OR-PREFIX
               MOVE WS-OR-KEEP-SEQ TO WS-OR-SEQ
               MOVE WS-OR-KEEP-NUMBER TO WS-OR-NUMBER
           ELSE
               PERFORM OR-DRAW-NUMBER
               IF WS-OR-DRAWN = "N"
                   DISPLAY "WARNING: NO OFFICIAL RECEIPT SERIES "
                           "AVAILABLE. " WS-TRANSACTION-ID
                           " HAS NO RECEIPT NUMBER."
                   DISPLAY "REGISTER A SERIES UNDER PAYMENT "
                           "MANAGEMENT > OFFICIAL RECEIPTS."
                   EXIT PARAGRAPH
               END-IF
               IF WS-OR-KEEP-FLAG = "Y"
                   MOVE WS-OR-PREFIX TO WS-OR-KEEP-PREFIX
                   MOVE WS-OR-SEQ TO WS-OR-KEEP-SEQ
                   MOVE WS-OR-NUMBER TO WS-OR-KEEP-NUMBER
               END-IF
           END-IF

           PERFORM OR-TAX-CLASS
           PERFORM OR-TODAY-DATE
           MOVE WS-OR-NUMBER TO ORI-OR-NUMBER
           MOVE WS-OR-PREFIX TO ORI-PREFIX
           MOVE WS-OR-SEQ TO ORI-SEQ
           MOVE WS-TRANSACTION-ID TO ORI-TRANSACTION-ID
           MOVE WS-OR-TODAY TO ORI-ISSUE-DATE
           MOVE WS-DORM-ID TO ORI-DORM-ID
           MOVE WS-PAYMENT-TENANT-LOG TO ORI-TENANT-ID
           MOVE WS-PAYMENT-TYPE TO ORI-PAYMENT-TYPE
           MOVE WS-PAYMENT-METHOD-LOG TO ORI-METHOD
           MOVE WS-AMOUNT-PAID TO ORI-AMOUNT
           MOVE WS-OR-TAX-CLASS TO ORI-TAX-CLASS
           MOVE 0 TO ORI-WHT-AMOUNT
           MOVE WS-OPERATOR-ID TO ORI-OPERATOR-ID
           OPEN EXTEND OR-ISSUE-FILE
           IF WS-ORI-FILE-STATUS NOT = "00"
               OPEN OUTPUT OR-ISSUE-FILE
           END-IF
           WRITE OR-ISSUE-RECORD
           CLOSE OR-ISSUE-FILE

           DISPLAY "OFFICIAL RECEIPT NO. " WS-OR-NUMBER
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - DRAW THE NEXT NUMBER FROM THE SERIES
      *============================
      *Takes the next number from the first ACTIVE series and
      *advances it; a series is marked EXHAUSTED on its last
      *number. Caller holds the update lock.
       OR-DRAW-NUMBER.
           MOVE "N" TO WS-OR-DRAWN
           OPEN INPUT OR-SERIES-FILE
           IF WS-ORS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-OR-SERIES-FILE
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OR-SERIES-FILE
                   AT END
                       MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF WS-OR-DRAWN = "N" AND
                          ORS-STATUS = "ACTIVE" AND
                          ORS-NEXT <= ORS-END
                           MOVE "Y" TO WS-OR-DRAWN
                           MOVE ORS-PREFIX TO WS-OR-PREFIX
                           MOVE ORS-NEXT TO WS-OR-SEQ
                           ADD 1 TO ORS-NEXT
                           IF ORS-NEXT > ORS-END
                               MOVE "EXHAUSTED" TO ORS-STATUS
                               DISPLAY "RECEIPT SERIES " ORS-PREFIX
                                       " IS NOW USED UP. REGISTER "
                                       "THE NEXT SERIES."
                           ELSE
                               COMPUTE WS-OR-LEFT =
                                       ORS-END - ORS-NEXT + 1
                               IF WS-OR-LEFT <= 25
                                   DISPLAY "NOTE: ONLY " WS-OR-LEFT
                                           " NUMBERS LEFT IN RECEIPT "
                                           "SERIES " ORS-PREFIX
                               END-IF
                           END-IF
                       END-IF
                       WRITE TEMP-OR-SERIES-RECORD
                           FROM OR-SERIES-RECORD
               END-READ
           END-PERFORM
           CLOSE OR-SERIES-FILE
           CLOSE TEMP-OR-SERIES-FILE
           PERFORM SAVE-OR-SERIES-RECORD

           IF WS-OR-DRAWN = "Y"
               PERFORM OR-FORMAT-NUMBER
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - IS A NUMBER ON THE SPOILED REGISTER
      *============================
      *WS-OR-NUMBER in; WS-OR-SPOILED out
       OR-CHECK-SPOILED.
           MOVE "N" TO WS-OR-SPOILED
           OPEN INPUT OR-SPOILED-FILE
           IF WS-ORP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OR-SPOILED-FILE
                   AT END
                       MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF ORP-OR-NUMBER = WS-OR-NUMBER
                           MOVE "Y" TO WS-OR-SPOILED
                           MOVE "Y" TO WS-OR-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OR-SPOILED-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - ADD A NUMBER TO THE SPOILED REGISTER
      *============================
      *WS-OR-NUMBER/-PREFIX/-SEQ, WS-OR-LOOK-TXN (spaces for a
      *form never issued) and WS-OR-REASON in
       OR-WRITE-SPOILED.
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           PERFORM OR-TODAY-DATE
           MOVE WS-OR-NUMBER TO ORP-OR-NUMBER
           MOVE WS-OR-PREFIX TO ORP-PREFIX
           MOVE WS-OR-SEQ TO ORP-SEQ
           MOVE WS-OR-LOOK-TXN TO ORP-TRANSACTION-ID
           MOVE WS-OR-TODAY TO ORP-SPOIL-DATE
           MOVE WS-OPERATOR-ID TO ORP-SPOILED-BY
           MOVE WS-OR-REASON TO ORP-REASON
           OPEN EXTEND OR-SPOILED-FILE
           IF WS-ORP-FILE-STATUS NOT = "00"
               OPEN OUTPUT OR-SPOILED-FILE
           END-IF
           WRITE OR-SPOILED-RECORD
           CLOSE OR-SPOILED-FILE

           MOVE "ORCPT" TO WS-AJ-RECORD-TYPE
           MOVE WS-OR-NUMBER TO WS-AJ-KEY
           MOVE "STATUS" TO WS-AJ-ACTION
           MOVE "RECEIPT STATUS" TO WS-AJ-FIELD
           IF WS-OR-LOOK-TXN = SPACES
               MOVE "UNUSED" TO WS-AJ-OLD-VALUE
           ELSE
               MOVE "ISSUED" TO WS-AJ-OLD-VALUE
           END-IF
           MOVE "SPOILED" TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - SPOIL THE RECEIPT OF A VOIDED PAYMENT
      *============================
      *UTIL-VOID-TXN-ID in. The latest receipt on the transaction
      *is the one in the tenant's hands.
       OR-SPOIL-FOR-VOID.
           MOVE UTIL-VOID-TXN-ID TO WS-OR-LOOK-TXN
           MOVE "N" TO WS-OR-FOUND
           OPEN INPUT OR-ISSUE-FILE
           IF WS-ORI-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OR-ISSUE-FILE
                   AT END
                       MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF ORI-TRANSACTION-ID = WS-OR-LOOK-TXN
                           MOVE "Y" TO WS-OR-FOUND
                           MOVE ORI-OR-NUMBER TO WS-OR-NUMBER
                           MOVE ORI-PREFIX TO WS-OR-PREFIX
                           MOVE ORI-SEQ TO WS-OR-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OR-ISSUE-FILE
           IF WS-OR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM OR-CHECK-SPOILED
           IF WS-OR-SPOILED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "THE PAYMENT CARRIED OFFICIAL RECEIPT "
                   WS-OR-NUMBER "."
           DISPLAY "REASON FOR SPOILING THE RECEIPT: "
           MOVE SPACES TO WS-OR-REASON
           ACCEPT WS-OR-REASON
           INSPECT WS-OR-REASON
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-OR-REASON = SPACES
               MOVE "PAYMENT VOIDED" TO WS-OR-REASON
           END-IF
           PERFORM OR-WRITE-SPOILED
           DISPLAY "RECEIPT " WS-OR-NUMBER
                   " RECORDED AS SPOILED. COLLECT THE ORIGINAL."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - REGISTER A NEW RECEIPT SERIES
      *============================
       OR-REGISTER-SERIES.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "   REGISTER A RECEIPT SERIES"
           DISPLAY "=============================="
           DISPLAY "SERIES PREFIX (1 - 3 LETTERS, e.g., OR): "
           MOVE SPACES TO WS-OR-NEW-PREFIX
           ACCEPT WS-OR-NEW-PREFIX
           INSPECT WS-OR-NEW-PREFIX
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-OR-NEW-PREFIX NOT = SPACES
               DISPLAY "PREFIX CANNOT BE BLANK: "
               ACCEPT WS-OR-NEW-PREFIX
               INSPECT WS-OR-NEW-PREFIX
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "FIRST NUMBER IN THE SERIES: "
           MOVE 0 TO WS-OR-NEW-START
           ACCEPT WS-OR-NEW-START
           PERFORM UNTIL WS-OR-NEW-START > 0
               DISPLAY "FIRST NUMBER MUST BE GREATER THAN 0: "
               ACCEPT WS-OR-NEW-START
           END-PERFORM

           DISPLAY "LAST NUMBER IN THE SERIES: "
           MOVE 0 TO WS-OR-NEW-END
           ACCEPT WS-OR-NEW-END
           PERFORM UNTIL WS-OR-NEW-END >= WS-OR-NEW-START AND
                         WS-OR-NEW-END < 9999999
               DISPLAY "LAST NUMBER MUST BE FROM " WS-OR-NEW-START
                       " TO 9999998: "
               ACCEPT WS-OR-NEW-END
           END-PERFORM

           DISPLAY "REGISTRATION / AUTHORITY-TO-PRINT REFERENCE: "
           MOVE SPACES TO WS-OR-NEW-REF
           ACCEPT WS-OR-NEW-REF
           INSPECT WS-OR-NEW-REF
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "DATE REGISTERED (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-OR-NEW-DATE
               ACCEPT WS-OR-NEW-DATE
               MOVE WS-OR-NEW-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG NOT = "Y"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           *> A number can only ever belong to one series, or two
           *> receipts could go out under the same number
           MOVE "N" TO WS-OR-OVERLAP
           OPEN INPUT OR-SERIES-FILE
           IF WS-ORS-FILE-STATUS = "00"
               MOVE "N" TO WS-OR-EOF
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ OR-SERIES-FILE
                       AT END
                           MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF ORS-PREFIX = WS-OR-NEW-PREFIX AND
                              ORS-START <= WS-OR-NEW-END AND
                              ORS-END >= WS-OR-NEW-START
                               MOVE "Y" TO WS-OR-OVERLAP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-SERIES-FILE
           END-IF
           IF WS-OR-OVERLAP = "Y"
               DISPLAY "ERROR: THAT RANGE OVERLAPS A "
                       FUNCTION TRIM(WS-OR-NEW-PREFIX)
                       " SERIES ALREADY ON FILE. SERIES NOT "
                       "REGISTERED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REGISTER SERIES "
                   FUNCTION TRIM(WS-OR-NEW-PREFIX) " "
                   WS-OR-NEW-START " TO " WS-OR-NEW-END " (Y/N): "
           MOVE SPACES TO WS-OR-CONFIRM
           ACCEPT WS-OR-CONFIRM
           INSPECT WS-OR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-OR-CONFIRM NOT = "Y"
               DISPLAY "SERIES NOT REGISTERED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           MOVE WS-OR-NEW-PREFIX TO ORS-PREFIX
           MOVE WS-OR-NEW-START TO ORS-START
           MOVE WS-OR-NEW-END TO ORS-END
           MOVE WS-OR-NEW-START TO ORS-NEXT
           MOVE WS-OR-NEW-DATE TO ORS-REG-DATE
           MOVE WS-OR-NEW-REF TO ORS-REG-REF
           MOVE WS-OPERATOR-ID TO ORS-REG-BY
           MOVE "ACTIVE" TO ORS-STATUS
           OPEN EXTEND OR-SERIES-FILE
           IF WS-ORS-FILE-STATUS NOT = "00"
               OPEN OUTPUT OR-SERIES-FILE
           END-IF
           WRITE OR-SERIES-RECORD
           CLOSE OR-SERIES-FILE

           MOVE "ORSER" TO WS-AJ-RECORD-TYPE
           MOVE WS-OR-NEW-PREFIX TO WS-AJ-KEY
           MOVE "CREATE" TO WS-AJ-ACTION
           MOVE "RECEIPT SERIES" TO WS-AJ-FIELD
           MOVE SPACES TO WS-AJ-OLD-VALUE
           MOVE SPACES TO WS-AJ-NEW-VALUE
           STRING WS-OR-NEW-START DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-OR-NEW-END DELIMITED BY SIZE
                  INTO WS-AJ-NEW-VALUE
           END-STRING
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "RECEIPT SERIES " FUNCTION TRIM(WS-OR-NEW-PREFIX)
                   " REGISTERED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - LIST RECEIPT SERIES
      *============================
       OR-LIST-SERIES.
           DISPLAY "=============================="
           DISPLAY "       RECEIPT SERIES"
           DISPLAY "=============================="
           OPEN INPUT OR-SERIES-FILE
           IF WS-ORS-FILE-STATUS NOT = "00"
               DISPLAY "NO RECEIPT SERIES ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PFX FIRST   LAST    NEXT    STATUS     "
                   "REGISTERED REFERENCE"
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OR-SERIES-FILE
                   AT END
                       MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       DISPLAY ORS-PREFIX " " ORS-START " "
                               ORS-END " " ORS-NEXT " "
                               ORS-STATUS " " ORS-REG-DATE " "
                               ORS-REG-REF
               END-READ
           END-PERFORM
           CLOSE OR-SERIES-FILE
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - PRINT THE RECEIPT FOR ONE TRANSACTION
      *============================
      *WS-OR-LOOK-TXN, WS-OR-NUMBER and WS-OR-COPY-FLAG in. The
      *receipt shows the operator who took the payment; the one
      *reprinting it goes on the COPY line.
       OR-PRINT-FOR-TXN.
           MOVE "N" TO WS-OR-FOUND
           MOVE WS-OPERATOR-ID TO WS-OR-SAVE-OPERATOR
           OPEN INPUT HISTORY-FILE
           MOVE WS-OR-LOOK-TXN TO PH-TRANSACTION-ID
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OR-FOUND
                   MOVE PH-TRANSACTION-ID TO WS-TRANSACTION-ID
                   MOVE PH-DORM-ID TO WS-DORM-ID
                   MOVE PH-PAYMENT-TYPE TO WS-PAYMENT-TYPE
                   MOVE PH-AMOUNT-DUE TO WS-AMOUNT-DUE
                   MOVE PH-AMOUNT-PAID TO WS-AMOUNT-PAID
                   MOVE PH-PAYMENT-DATE TO WS-PAYMENT-DATE-LOG
                   MOVE PH-DUE-DATE TO WS-DUE-DATE-LOG
                   MOVE PH-TIMESTAMP TO WS-TIMESTAMP
                   MOVE PH-METHOD TO WS-PAYMENT-METHOD-LOG
                   MOVE PH-REFERENCE TO WS-PAYMENT-REF-LOG
                   MOVE PH-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE HISTORY-FILE
           IF WS-OR-FOUND = "N"
               DISPLAY "TRANSACTION " WS-OR-LOOK-TXN
                       " IS NOT IN THE LIVE HISTORY (ARCHIVED?)."
               EXIT PARAGRAPH
           END-IF
           PERFORM OR-TODAY-DATE
           PERFORM GENERATE-PAYMENT-RECEIPT
           MOVE WS-OR-SAVE-OPERATOR TO WS-OPERATOR-ID
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - REPRINT A RECEIPT AS A COPY
      *============================
       OR-REPRINT-RECEIPT.
           DISPLAY "RECEIPT NUMBER OR TRANSACTION ID: "
           MOVE SPACES TO WS-OR-LOOK
           ACCEPT WS-OR-LOOK
           INSPECT WS-OR-LOOK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           *> By transaction the latest receipt wins; by number every
           *> room on a shared sponsor receipt is printed
           MOVE 0 TO WS-OR-TXN-COUNT
           MOVE SPACES TO WS-OR-NUMBER
           OPEN INPUT OR-ISSUE-FILE
           IF WS-ORI-FILE-STATUS = "00"
               MOVE "N" TO WS-OR-EOF
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ OR-ISSUE-FILE
                       AT END
                           MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF ORI-TRANSACTION-ID = WS-OR-LOOK
                               MOVE 1 TO WS-OR-TXN-COUNT
                               MOVE ORI-TRANSACTION-ID
                                   TO WS-OR-TXN-ENTRY(1)
                               MOVE ORI-OR-NUMBER TO WS-OR-NUMBER
                           ELSE
                               IF ORI-OR-NUMBER = WS-OR-LOOK AND
                                  WS-OR-TXN-COUNT < 50
                                   ADD 1 TO WS-OR-TXN-COUNT
                                   MOVE ORI-TRANSACTION-ID TO
                                       WS-OR-TXN-ENTRY(WS-OR-TXN-COUNT)
                                   MOVE ORI-OR-NUMBER TO WS-OR-NUMBER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-ISSUE-FILE
           END-IF
           IF WS-OR-TXN-COUNT = 0
               DISPLAY "NO OFFICIAL RECEIPT FOUND FOR "
                       FUNCTION TRIM(WS-OR-LOOK) "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM OR-CHECK-SPOILED
           IF WS-OR-SPOILED = "Y"
               DISPLAY "RECEIPT " WS-OR-NUMBER " IS ON THE SPOILED "
                       "REGISTER AND CANNOT BE REPRINTED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-OR-COPY-FLAG
           PERFORM VARYING WS-OR-TXN-IDX FROM 1 BY 1
               UNTIL WS-OR-TXN-IDX > WS-OR-TXN-COUNT
               MOVE WS-OR-TXN-ENTRY(WS-OR-TXN-IDX) TO WS-OR-LOOK-TXN
               PERFORM OR-PRINT-FOR-TXN
           END-PERFORM
           MOVE "N" TO WS-OR-COPY-FLAG
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - SPOIL A RECEIPT NUMBER
      *============================
       OR-SPOIL-RECEIPT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "    SPOIL A RECEIPT NUMBER"
           DISPLAY "=============================="
           DISPLAY "1 - DAMAGED OR UNUSABLE FORM (NEXT UNUSED NUMBER)"
           DISPLAY "2 - MISPRINTED RECEIPT (REISSUE UNDER A NEW "
                   "NUMBER)"
           DISPLAY "3 - CANCEL"
           DISPLAY "ENTER CHOICE (1 - 3): "
           MOVE 0 TO WS-OR-SPOIL-CHOICE
           ACCEPT WS-OR-SPOIL-CHOICE

           EVALUATE WS-OR-SPOIL-CHOICE
               WHEN 1
                   PERFORM OR-SPOIL-UNUSED
               WHEN 2
                   PERFORM OR-REISSUE-RECEIPT
               WHEN OTHER
                   DISPLAY "NOTHING SPOILED."
           END-EVALUATE
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - SPOIL A DAMAGED BLANK FORM
      *============================
      *The damaged form takes the next number, so the series
      *stays continuous and the form is accounted for
       OR-SPOIL-UNUSED.
           DISPLAY "REASON (e.g., TORN FORM, PRINTER JAM): "
           MOVE SPACES TO WS-OR-REASON
           ACCEPT WS-OR-REASON
           INSPECT WS-OR-REASON
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-OR-REASON NOT = SPACES
               DISPLAY "REASON CANNOT BE BLANK: "
               ACCEPT WS-OR-REASON
               INSPECT WS-OR-REASON
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "SPOIL THE NEXT UNUSED RECEIPT NUMBER (Y/N): "
           MOVE SPACES TO WS-OR-CONFIRM
           ACCEPT WS-OR-CONFIRM
           INSPECT WS-OR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-OR-CONFIRM NOT = "Y"
               DISPLAY "NOTHING SPOILED."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           PERFORM OR-DRAW-NUMBER
           IF WS-OR-DRAWN = "N"
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "NO ACTIVE RECEIPT SERIES TO DRAW FROM."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OR-LOOK-TXN
           PERFORM OR-WRITE-SPOILED
           PERFORM RELEASE-UPDATE-LOCK
           DISPLAY "RECEIPT " WS-OR-NUMBER " RECORDED AS SPOILED."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - REISSUE A MISPRINTED RECEIPT
      *============================
      *The old number goes on the spoiled register against each of
      *its transactions; the same payments are issued again under
      *the next number and the new receipt printed
       OR-REISSUE-RECEIPT.
           DISPLAY "RECEIPT NUMBER TO REISSUE: "
           MOVE SPACES TO WS-OR-LOOK
           ACCEPT WS-OR-LOOK
           INSPECT WS-OR-LOOK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE 0 TO WS-OR-TXN-COUNT
           OPEN INPUT OR-ISSUE-FILE
           IF WS-ORI-FILE-STATUS = "00"
               MOVE "N" TO WS-OR-EOF
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ OR-ISSUE-FILE
                       AT END
                           MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF ORI-OR-NUMBER = WS-OR-LOOK AND
                              WS-OR-TXN-COUNT < 50
                               ADD 1 TO WS-OR-TXN-COUNT
                               MOVE ORI-TRANSACTION-ID TO
                                   WS-OR-TXN-ENTRY(WS-OR-TXN-COUNT)
                               MOVE OR-ISSUE-RECORD TO
                                   WS-OR-ROW-ENTRY(WS-OR-TXN-COUNT)
                               MOVE ORI-OR-NUMBER TO WS-OR-NUMBER
                               MOVE ORI-PREFIX TO WS-OR-PREFIX
                               MOVE ORI-SEQ TO WS-OR-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-ISSUE-FILE
           END-IF
           IF WS-OR-TXN-COUNT = 0
               DISPLAY "RECEIPT " FUNCTION TRIM(WS-OR-LOOK)
                       " WAS NEVER ISSUED."
               EXIT PARAGRAPH
           END-IF
           PERFORM OR-CHECK-SPOILED
           IF WS-OR-SPOILED = "Y"
               DISPLAY "RECEIPT " WS-OR-NUMBER
                       " IS ALREADY ON THE SPOILED REGISTER."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REASON (e.g., WRONG NAME, MISPRINT): "
           MOVE SPACES TO WS-OR-REASON
           ACCEPT WS-OR-REASON
           INSPECT WS-OR-REASON
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-OR-REASON NOT = SPACES
               DISPLAY "REASON CANNOT BE BLANK: "
               ACCEPT WS-OR-REASON
               INSPECT WS-OR-REASON
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "SPOIL " WS-OR-NUMBER " AND REISSUE ITS "
                   WS-OR-TXN-COUNT " PAYMENT(S) (Y/N): "
           MOVE SPACES TO WS-OR-CONFIRM
           ACCEPT WS-OR-CONFIRM
           INSPECT WS-OR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-OR-CONFIRM NOT = "Y"
               DISPLAY "NOTHING SPOILED."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           MOVE WS-OR-NUMBER TO WS-OR-OLD-NUMBER
           MOVE WS-OR-PREFIX TO WS-OR-OLD-PREFIX
           MOVE WS-OR-SEQ TO WS-OR-OLD-SEQ

           *> Draw first: with no number to reissue under, the old
           *> receipt has to stay good
           PERFORM OR-DRAW-NUMBER
           IF WS-OR-DRAWN = "N"
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "NO ACTIVE RECEIPT SERIES TO REISSUE FROM. "
                       "NOTHING SPOILED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OR-NUMBER TO WS-OR-NEW-NUMBER
           MOVE WS-OR-PREFIX TO WS-OR-NEW-PREFIX
           MOVE WS-OR-SEQ TO WS-OR-NEW-SEQ

           MOVE WS-OR-OLD-NUMBER TO WS-OR-NUMBER
           MOVE WS-OR-OLD-PREFIX TO WS-OR-PREFIX
           MOVE WS-OR-OLD-SEQ TO WS-OR-SEQ
           PERFORM VARYING WS-OR-TXN-IDX FROM 1 BY 1
               UNTIL WS-OR-TXN-IDX > WS-OR-TXN-COUNT
               MOVE WS-OR-TXN-ENTRY(WS-OR-TXN-IDX) TO WS-OR-LOOK-TXN
               PERFORM OR-WRITE-SPOILED
           END-PERFORM

           PERFORM OR-TODAY-DATE
           OPEN EXTEND OR-ISSUE-FILE
           PERFORM VARYING WS-OR-TXN-IDX FROM 1 BY 1
               UNTIL WS-OR-TXN-IDX > WS-OR-TXN-COUNT
               MOVE WS-OR-ROW-ENTRY(WS-OR-TXN-IDX) TO OR-ISSUE-RECORD
               MOVE WS-OR-NEW-NUMBER TO ORI-OR-NUMBER
               MOVE WS-OR-NEW-PREFIX TO ORI-PREFIX
               MOVE WS-OR-NEW-SEQ TO ORI-SEQ
               MOVE WS-OR-TODAY TO ORI-ISSUE-DATE
               MOVE WS-OPERATOR-ID TO ORI-OPERATOR-ID
               WRITE OR-ISSUE-RECORD
           END-PERFORM
           CLOSE OR-ISSUE-FILE
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "RECEIPT " WS-OR-OLD-NUMBER " SPOILED AND "
                   "REISSUED AS " WS-OR-NEW-NUMBER "."
           MOVE WS-OR-NEW-NUMBER TO WS-OR-NUMBER
           MOVE "N" TO WS-OR-COPY-FLAG
           PERFORM VARYING WS-OR-TXN-IDX FROM 1 BY 1
               UNTIL WS-OR-TXN-IDX > WS-OR-TXN-COUNT
               MOVE WS-OR-TXN-ENTRY(WS-OR-TXN-IDX) TO WS-OR-LOOK-TXN
               PERFORM OR-PRINT-FOR-TXN
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - RECORD TAX WITHHELD BY THE PAYER
      *============================
      *Employers and sponsors deduct withholding tax and send a
      *certificate; the amount is kept on the receipt for the
      *monthly summary. On a shared receipt it sits on the first
      *row only.
       OR-RECORD-WITHHOLDING.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RECEIPT NUMBER: "
           MOVE SPACES TO WS-OR-LOOK
           ACCEPT WS-OR-LOOK
           INSPECT WS-OR-LOOK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-OR-FOUND
           MOVE 0 TO WS-OR-GROSS-TOTAL
           MOVE 0 TO WS-OR-WHT-OLD
           OPEN INPUT OR-ISSUE-FILE
           IF WS-ORI-FILE-STATUS = "00"
               MOVE "N" TO WS-OR-EOF
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ OR-ISSUE-FILE
                       AT END
                           MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF ORI-OR-NUMBER = WS-OR-LOOK
                               IF WS-OR-FOUND = "N"
                                   MOVE ORI-WHT-AMOUNT
                                       TO WS-OR-WHT-OLD
                               END-IF
                               MOVE "Y" TO WS-OR-FOUND
                               MOVE ORI-OR-NUMBER TO WS-OR-NUMBER
                               ADD ORI-AMOUNT TO WS-OR-GROSS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-ISSUE-FILE
           END-IF
           IF WS-OR-FOUND = "N"
               DISPLAY "RECEIPT " FUNCTION TRIM(WS-OR-LOOK)
                       " WAS NEVER ISSUED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM OR-CHECK-SPOILED
           IF WS-OR-SPOILED = "Y"
               DISPLAY "RECEIPT " WS-OR-NUMBER
                       " IS ON THE SPOILED REGISTER."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OR-GROSS-TOTAL TO WS-OR-AMT-EDIT
           DISPLAY "RECEIPT " WS-OR-NUMBER " AMOUNT " WS-OR-AMT-EDIT
           MOVE WS-OR-WHT-OLD TO WS-OR-AMT-EDIT
           DISPLAY "WITHHOLDING ON FILE     " WS-OR-AMT-EDIT
           DISPLAY "TAX WITHHELD BY THE PAYER (0 TO CLEAR): "
           MOVE 0 TO WS-OR-WHT-AMT
           ACCEPT WS-OR-WHT-AMT
           PERFORM UNTIL WS-OR-WHT-AMT <= WS-OR-GROSS-TOTAL
               DISPLAY "CANNOT BE MORE THAN THE RECEIPT AMOUNT: "
               ACCEPT WS-OR-WHT-AMT
           END-PERFORM

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           MOVE "N" TO WS-OR-FOUND
           OPEN INPUT OR-ISSUE-FILE
           OPEN OUTPUT TEMP-OR-ISSUE-FILE
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OR-ISSUE-FILE
                   AT END
                       MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF ORI-OR-NUMBER = WS-OR-NUMBER
                           IF WS-OR-FOUND = "N"
                               MOVE WS-OR-WHT-AMT TO ORI-WHT-AMOUNT
                               MOVE "Y" TO WS-OR-FOUND
                           ELSE
                               MOVE 0 TO ORI-WHT-AMOUNT
                           END-IF
                       END-IF
                       WRITE TEMP-OR-ISSUE-RECORD
                           FROM OR-ISSUE-RECORD
               END-READ
           END-PERFORM
           CLOSE OR-ISSUE-FILE
           CLOSE TEMP-OR-ISSUE-FILE
           PERFORM SAVE-OR-ISSUE-RECORD

           MOVE "ORCPT" TO WS-AJ-RECORD-TYPE
           MOVE WS-OR-NUMBER TO WS-AJ-KEY
           MOVE "EDIT" TO WS-AJ-ACTION
           MOVE "WITHHOLDING TAX" TO WS-AJ-FIELD
           MOVE WS-OR-WHT-OLD TO WS-AJ-OLD-VALUE
           MOVE WS-OR-WHT-AMT TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "WITHHOLDING TAX RECORDED ON RECEIPT "
                   WS-OR-NUMBER "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - LOAD THE SPOILED REGISTER
      *============================
       OR-LOAD-SPOILED.
           MOVE 0 TO WS-OR-SPOIL-COUNT
           OPEN INPUT OR-SPOILED-FILE
           IF WS-ORP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OR-SPOILED-FILE
                   AT END
                       MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF WS-OR-SPOIL-COUNT < 2000
                           ADD 1 TO WS-OR-SPOIL-COUNT
                           MOVE ORP-PREFIX
                               TO WS-OR-SP-PREFIX(WS-OR-SPOIL-COUNT)
                           MOVE ORP-SEQ
                               TO WS-OR-SP-SEQ(WS-OR-SPOIL-COUNT)
                           MOVE ORP-TRANSACTION-ID
                               TO WS-OR-SP-TXN(WS-OR-SPOIL-COUNT)
                           MOVE ORP-SPOIL-DATE
                               TO WS-OR-SP-DATE(WS-OR-SPOIL-COUNT)
                           MOVE ORP-OR-NUMBER
                               TO WS-OR-SP-NUMBER(WS-OR-SPOIL-COUNT)
                           MOVE ORP-REASON
                               TO WS-OR-SP-REASON(WS-OR-SPOIL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OR-SPOILED-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - LOAD THE SERIES MASTER
      *============================
       OR-LOAD-SERIES.
           MOVE 0 TO WS-ORS-COUNT
           OPEN INPUT OR-SERIES-FILE
           IF WS-ORS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OR-EOF
           PERFORM UNTIL WS-OR-EOF = "Y"
               READ OR-SERIES-FILE
                   AT END
                       MOVE "Y" TO WS-OR-EOF
                   NOT AT END
                       IF WS-ORS-COUNT < 50
                           ADD 1 TO WS-ORS-COUNT
                           MOVE ORS-PREFIX
                               TO WS-ORS-T-PREFIX(WS-ORS-COUNT)
                           MOVE ORS-START
                               TO WS-ORS-T-START(WS-ORS-COUNT)
                           MOVE ORS-END
                               TO WS-ORS-T-END(WS-ORS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OR-SERIES-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - MONTHLY RECEIPTS SUMMARY
      *============================
      *Per series: the first and last number used in the month,
      *every number in between accounted for as issued or spoiled,
      *and any gap listed. Totals split the good receipts into
      *VATable and exempt, with the tax withheld by payers.
       OR-MONTHLY-SUMMARY.
           DISPLAY "=============================="
           DISPLAY "   MONTHLY RECEIPTS SUMMARY"
           DISPLAY "=============================="
           DISPLAY "MONTH (YYYY-MM): "
           MOVE SPACES TO WS-OR-MONTH
           ACCEPT WS-OR-MONTH
           PERFORM UNTIL WS-OR-MONTH(1:4) IS NUMERIC AND
                         WS-OR-MONTH(5:1) = "-" AND
                         WS-OR-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               MOVE SPACES TO WS-OR-MONTH
               ACCEPT WS-OR-MONTH
           END-PERFORM

           PERFORM OR-LOAD-SPOILED
           PERFORM OR-LOAD-SERIES
           MOVE 0 TO WS-OR-ISSUED-COUNT
           MOVE 0 TO WS-OR-SPOILED-COUNT
           MOVE 0 TO WS-OR-GAP-COUNT
           MOVE 0 TO WS-OR-VATABLE-TOTAL
           MOVE 0 TO WS-OR-EXEMPT-TOTAL
           MOVE 0 TO WS-OR-WHT-TOTAL
           MOVE 0 TO WS-OR-GROSS-TOTAL

           MOVE "ORSUMMARY" TO WS-RC-REPORT
           MOVE "receipts_summary" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-OR-REPORT-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "MONTH " DELIMITED BY SIZE
                  WS-OR-MONTH DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT OR-REPORT-FILE

           MOVE SPACES TO OR-REPORT-RECORD
           STRING "OFFICIAL RECEIPTS SUMMARY FOR " DELIMITED BY SIZE
                  WS-OR-MONTH DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "SERIES  FIRST USED  LAST USED      ISSUED"
                  DELIMITED BY SIZE
                  "  SPOILED     GAPS" DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE ALL "-" TO OR-REPORT-RECORD(1:80)
           PERFORM OR-WRITE-LINE

           IF WS-ORS-COUNT = 0
               MOVE SPACES TO OR-REPORT-RECORD
               MOVE "NO RECEIPT SERIES ON FILE." TO OR-REPORT-RECORD
               PERFORM OR-WRITE-LINE
           END-IF
           PERFORM VARYING WS-ORS-IDX FROM 1 BY 1
               UNTIL WS-ORS-IDX > WS-ORS-COUNT
               PERFORM OR-SUMMARY-ONE-SERIES
           END-PERFORM

           MOVE ALL "-" TO OR-REPORT-RECORD(1:80)
           PERFORM OR-WRITE-LINE
           MOVE WS-OR-ISSUED-COUNT TO WS-OR-COUNT-EDIT
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "RECEIPTS ISSUED          " DELIMITED BY SIZE
                  WS-OR-COUNT-EDIT DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE WS-OR-SPOILED-COUNT TO WS-OR-COUNT-EDIT
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "RECEIPTS SPOILED         " DELIMITED BY SIZE
                  WS-OR-COUNT-EDIT DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE WS-OR-GAP-COUNT TO WS-OR-COUNT-EDIT
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "NUMBERS UNACCOUNTED FOR  " DELIMITED BY SIZE
                  WS-OR-COUNT-EDIT DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE WS-OR-VATABLE-TOTAL TO WS-OR-TOTAL-EDIT
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "VATABLE RECEIPTS   " DELIMITED BY SIZE
                  WS-OR-TOTAL-EDIT DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE WS-OR-EXEMPT-TOTAL TO WS-OR-TOTAL-EDIT
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "VAT-EXEMPT RECEIPTS" DELIMITED BY SIZE
                  WS-OR-TOTAL-EDIT DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE WS-OR-GROSS-TOTAL TO WS-OR-TOTAL-EDIT
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "TOTAL RECEIVED     " DELIMITED BY SIZE
                  WS-OR-TOTAL-EDIT DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           MOVE WS-OR-WHT-TOTAL TO WS-OR-TOTAL-EDIT
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "WITHHOLDING TAX    " DELIMITED BY SIZE
                  WS-OR-TOTAL-EDIT DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE

           *> Spoiled register entries made during the month
           MOVE ALL "-" TO OR-REPORT-RECORD(1:80)
           PERFORM OR-WRITE-LINE
           MOVE SPACES TO OR-REPORT-RECORD
           STRING "SPOILED THIS MONTH: NUMBER     DATE       "
                  DELIMITED BY SIZE
                  "TRANSACTION / REASON" DELIMITED BY SIZE
                  INTO OR-REPORT-RECORD
           END-STRING
           PERFORM OR-WRITE-LINE
           PERFORM VARYING WS-OR-SPOIL-IDX FROM 1 BY 1
               UNTIL WS-OR-SPOIL-IDX > WS-OR-SPOIL-COUNT
               IF WS-OR-SP-DATE(WS-OR-SPOIL-IDX)(1:7) = WS-OR-MONTH
                   MOVE SPACES TO OR-REPORT-RECORD
                   MOVE WS-OR-SP-NUMBER(WS-OR-SPOIL-IDX)
                       TO OR-REPORT-RECORD(21:10)
                   MOVE WS-OR-SP-DATE(WS-OR-SPOIL-IDX)
                       TO OR-REPORT-RECORD(32:10)
                   IF WS-OR-SP-TXN(WS-OR-SPOIL-IDX) = SPACES
                       MOVE "(NOT ISSUED)" TO OR-REPORT-RECORD(43:30)
                   ELSE
                       MOVE WS-OR-SP-TXN(WS-OR-SPOIL-IDX)
                           TO OR-REPORT-RECORD(43:30)
                   END-IF
                   MOVE WS-OR-SP-REASON(WS-OR-SPOIL-IDX)
                       TO OR-REPORT-RECORD(74:40)
                   PERFORM OR-WRITE-LINE
               END-IF
           END-PERFORM

           CLOSE OR-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-OR-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - SUMMARIZE ONE SERIES FOR THE MONTH
      *============================
       OR-SUMMARY-ONE-SERIES.
           MOVE 9999999 TO WS-OR-LOW
           MOVE 0 TO WS-OR-HIGH
           MOVE 0 TO WS-OR-SER-ISSUED
           MOVE 0 TO WS-OR-SER-SPOILED
           MOVE 0 TO WS-OR-SER-GAPS

           *> The month's range: numbers issued in the month and
           *> forms spoiled unused in the month
           OPEN INPUT OR-ISSUE-FILE
           IF WS-ORI-FILE-STATUS = "00"
               MOVE "N" TO WS-OR-EOF
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ OR-ISSUE-FILE
                       AT END
                           MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF ORI-PREFIX =
                                  WS-ORS-T-PREFIX(WS-ORS-IDX) AND
                              ORI-SEQ >=
                                  WS-ORS-T-START(WS-ORS-IDX) AND
                              ORI-SEQ <=
                                  WS-ORS-T-END(WS-ORS-IDX) AND
                              ORI-ISSUE-DATE(1:7) = WS-OR-MONTH
                               IF ORI-SEQ < WS-OR-LOW
                                   MOVE ORI-SEQ TO WS-OR-LOW
                               END-IF
                               IF ORI-SEQ > WS-OR-HIGH
                                   MOVE ORI-SEQ TO WS-OR-HIGH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-ISSUE-FILE
           END-IF
           PERFORM VARYING WS-OR-SPOIL-IDX FROM 1 BY 1
               UNTIL WS-OR-SPOIL-IDX > WS-OR-SPOIL-COUNT
               IF WS-OR-SP-PREFIX(WS-OR-SPOIL-IDX) =
                      WS-ORS-T-PREFIX(WS-ORS-IDX) AND
                  WS-OR-SP-SEQ(WS-OR-SPOIL-IDX) >=
                      WS-ORS-T-START(WS-ORS-IDX) AND
                  WS-OR-SP-SEQ(WS-OR-SPOIL-IDX) <=
                      WS-ORS-T-END(WS-ORS-IDX) AND
                  WS-OR-SP-TXN(WS-OR-SPOIL-IDX) = SPACES AND
                  WS-OR-SP-DATE(WS-OR-SPOIL-IDX)(1:7) = WS-OR-MONTH
                   IF WS-OR-SP-SEQ(WS-OR-SPOIL-IDX) < WS-OR-LOW
                       MOVE WS-OR-SP-SEQ(WS-OR-SPOIL-IDX)
                           TO WS-OR-LOW
                   END-IF
                   IF WS-OR-SP-SEQ(WS-OR-SPOIL-IDX) > WS-OR-HIGH
                       MOVE WS-OR-SP-SEQ(WS-OR-SPOIL-IDX)
                           TO WS-OR-HIGH
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-ORS-T-PREFIX(WS-ORS-IDX) TO WS-OR-PREFIX
           IF WS-OR-HIGH = 0
               MOVE SPACES TO OR-REPORT-RECORD
               MOVE WS-OR-PREFIX TO OR-REPORT-RECORD(1:3)
               MOVE "NO NUMBERS USED THIS MONTH"
                   TO OR-REPORT-RECORD(9:30)
               PERFORM OR-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OR-RANGE = WS-OR-HIGH - WS-OR-LOW + 1
           IF WS-OR-RANGE > 5000
               MOVE 5000 TO WS-OR-RANGE
               COMPUTE WS-OR-HIGH = WS-OR-LOW + 4999
               MOVE SPACES TO OR-REPORT-RECORD
               MOVE WS-OR-PREFIX TO OR-REPORT-RECORD(1:3)
               MOVE "ONLY THE FIRST 5000 NUMBERS ARE CHECKED"
                   TO OR-REPORT-RECORD(9:40)
               PERFORM OR-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-OR-MARK-TABLE

           *> Issued numbers and the month's totals
           OPEN INPUT OR-ISSUE-FILE
           IF WS-ORI-FILE-STATUS = "00"
               MOVE "N" TO WS-OR-EOF
               PERFORM UNTIL WS-OR-EOF = "Y"
                   READ OR-ISSUE-FILE
                       AT END
                           MOVE "Y" TO WS-OR-EOF
                       NOT AT END
                           IF ORI-PREFIX = WS-OR-PREFIX AND
                              ORI-SEQ >= WS-OR-LOW AND
                              ORI-SEQ <= WS-OR-HIGH AND
                              ORI-ISSUE-DATE(1:7) = WS-OR-MONTH
                               COMPUTE WS-OR-MARK-IDX =
                                       ORI-SEQ - WS-OR-LOW + 1
                               MOVE "I" TO WS-OR-MARK(WS-OR-MARK-IDX)
                               PERFORM OR-SUMMARY-ADD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-ISSUE-FILE
           END-IF

           *> A spoiled number stays spoiled whenever it was spoiled
           PERFORM VARYING WS-OR-SPOIL-IDX FROM 1 BY 1
               UNTIL WS-OR-SPOIL-IDX > WS-OR-SPOIL-COUNT
               IF WS-OR-SP-PREFIX(WS-OR-SPOIL-IDX) = WS-OR-PREFIX AND
                  WS-OR-SP-SEQ(WS-OR-SPOIL-IDX) >= WS-OR-LOW AND
                  WS-OR-SP-SEQ(WS-OR-SPOIL-IDX) <= WS-OR-HIGH
                   COMPUTE WS-OR-MARK-IDX =
                           WS-OR-SP-SEQ(WS-OR-SPOIL-IDX)
                         - WS-OR-LOW + 1
                   MOVE "S" TO WS-OR-MARK(WS-OR-MARK-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OR-MARK-IDX FROM 1 BY 1
               UNTIL WS-OR-MARK-IDX > WS-OR-RANGE
               EVALUATE WS-OR-MARK(WS-OR-MARK-IDX)
                   WHEN "I"
                       ADD 1 TO WS-OR-SER-ISSUED
                   WHEN "S"
                       ADD 1 TO WS-OR-SER-SPOILED
                   WHEN OTHER
                       ADD 1 TO WS-OR-SER-GAPS
               END-EVALUATE
           END-PERFORM
           ADD WS-OR-SER-ISSUED TO WS-OR-ISSUED-COUNT
           ADD WS-OR-SER-SPOILED TO WS-OR-SPOILED-COUNT
           ADD WS-OR-SER-GAPS TO WS-OR-GAP-COUNT

           MOVE SPACES TO OR-REPORT-RECORD
           MOVE WS-OR-PREFIX TO OR-REPORT-RECORD(1:3)
           MOVE WS-OR-LOW TO WS-OR-SEQ
           PERFORM OR-FORMAT-NUMBER
           MOVE WS-OR-NUMBER TO OR-REPORT-RECORD(9:10)
           MOVE WS-OR-HIGH TO WS-OR-SEQ
           PERFORM OR-FORMAT-NUMBER
           MOVE WS-OR-NUMBER TO OR-REPORT-RECORD(21:10)
           MOVE WS-OR-SER-ISSUED TO WS-OR-COUNT-EDIT
           MOVE WS-OR-COUNT-EDIT TO OR-REPORT-RECORD(35:6)
           MOVE WS-OR-SER-SPOILED TO WS-OR-COUNT-EDIT
           MOVE WS-OR-COUNT-EDIT TO OR-REPORT-RECORD(44:6)
           MOVE WS-OR-SER-GAPS TO WS-OR-COUNT-EDIT
           MOVE WS-OR-COUNT-EDIT TO OR-REPORT-RECORD(53:6)
           PERFORM OR-WRITE-LINE

           IF WS-OR-SER-GAPS > 0
               PERFORM VARYING WS-OR-MARK-IDX FROM 1 BY 1
                   UNTIL WS-OR-MARK-IDX > WS-OR-RANGE
                   IF WS-OR-MARK(WS-OR-MARK-IDX) = SPACE
                       COMPUTE WS-OR-SEQ =
                               WS-OR-LOW + WS-OR-MARK-IDX - 1
                       PERFORM OR-FORMAT-NUMBER
                       MOVE SPACES TO OR-REPORT-RECORD
                       STRING "        NOT ACCOUNTED FOR: "
                              DELIMITED BY SIZE
                              WS-OR-NUMBER DELIMITED BY SPACE
                              INTO OR-REPORT-RECORD
                       END-STRING
                       PERFORM OR-WRITE-LINE
                   END-IF
               END-PERFORM
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - ONE ISSUED RECEIPT INTO THE SUMMARY
      *============================
      *One issued row into the month's totals, unless the receipt
      *was spoiled for that transaction
       OR-SUMMARY-ADD-ROW.
           MOVE "N" TO WS-OR-SPOILED
           PERFORM VARYING WS-OR-SPOIL-IDX FROM 1 BY 1
               UNTIL WS-OR-SPOIL-IDX > WS-OR-SPOIL-COUNT
                  OR WS-OR-SPOILED = "Y"
               IF WS-OR-SP-PREFIX(WS-OR-SPOIL-IDX) = ORI-PREFIX AND
                  WS-OR-SP-SEQ(WS-OR-SPOIL-IDX) = ORI-SEQ AND
                  WS-OR-SP-TXN(WS-OR-SPOIL-IDX) = ORI-TRANSACTION-ID
                   MOVE "Y" TO WS-OR-SPOILED
               END-IF
           END-PERFORM
           IF WS-OR-SPOILED = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD ORI-AMOUNT TO WS-OR-GROSS-TOTAL
           IF ORI-TAX-CLASS = "VATABLE"
               ADD ORI-AMOUNT TO WS-OR-VATABLE-TOTAL
           ELSE
               ADD ORI-AMOUNT TO WS-OR-EXEMPT-TOTAL
           END-IF
           ADD ORI-WHT-AMOUNT TO WS-OR-WHT-TOTAL
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECEIPTS - WRITE AND SHOW ONE REPORT LINE
      *============================
       OR-WRITE-LINE.
           WRITE OR-REPORT-RECORD
           DISPLAY OR-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE RECEIPT SERIES RECORD
      *============================
       SAVE-OR-SERIES-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del orseries.dat"
               CALL "SYSTEM" USING "rename tempors.dat orseries.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempors.dat orseries.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE RECEIPT ISSUE RECORD
      *============================
       SAVE-OR-ISSUE-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del orissue.dat"
               CALL "SYSTEM" USING "rename tempori.dat orissue.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempori.dat orissue.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TENANT CREDIT LEDGER MENU
      *============================
       CREDIT-LEDGER-MENU.
           PERFORM UNTIL UTIL-CR-CHOICE = 4
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "    TENANT CREDIT LEDGER"
           DISPLAY "=============================="
           DISPLAY "1 - VIEW CREDITS ON ACCOUNT"
           DISPLAY "2 - APPLY CREDIT TO A ROOM CHARGE"
           DISPLAY "3 - REFUND A CREDIT (MANAGER)"
           DISPLAY "4 - BACK"

           DISPLAY "ENTER CHOICE (1 - 4): "
           ACCEPT UTIL-CR-CHOICE

           EVALUATE UTIL-CR-CHOICE
               WHEN 1
                   PERFORM VIEW-CREDIT-LEDGER
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM CREDIT-MANUAL-APPLY
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM CREDIT-REFUND-PAYOUT
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW THE CREDIT LEDGER
      *============================
       VIEW-CREDIT-LEDGER.
           DISPLAY " "
           DISPLAY "CREDITS ON ACCOUNT:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-CR-COUNT
           OPEN INPUT CREDIT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               DISPLAY "NO CREDITS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ CREDIT-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-CR-COUNT
                           DISPLAY "TENANT " CR-TENANT-ID
                                   " | ROOM " CR-DORM-ID
                                   " | " CR-DATE
                                   " | " CR-STATUS
                           DISPLAY "    TAKEN " CR-AMOUNT
                                   " REMAINING " CR-AMOUNT-LEFT
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "CREDIT ENTRIES: " WS-CR-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - SUM A TENANT'S OPEN CREDIT
      *============================
      *Caller sets WS-CR-TENANT-ID.
       CREDIT-SUM-OPEN.
           MOVE 0 TO WS-CR-OPEN-AMT
           OPEN INPUT CREDIT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CR-SCAN-EOF
           PERFORM UNTIL WS-CR-SCAN-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO WS-CR-SCAN-EOF
                   NOT AT END
                       IF CR-TENANT-ID = WS-CR-TENANT-ID AND
                          CR-STATUS = "OPEN"
                           ADD CR-AMOUNT-LEFT TO WS-CR-OPEN-AMT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - OFFER TO APPLY OPEN CREDIT (PAY-RENT)
      *============================
      *Runs after the paying tenant is validated; leaves the amount
      *to apply in WS-CR-APPLY-AMT (0 when nothing applies).
       CREDIT-OFFER-APPLY.
           MOVE 0 TO WS-CR-APPLY-AMT
           IF WS-PAYMENT-TENANT-LOG = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAYMENT-TENANT-LOG TO WS-CR-TENANT-ID
           PERFORM CREDIT-SUM-OPEN
           IF WS-CR-OPEN-AMT <= 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "TENANT " WS-CR-TENANT-ID " HAS CREDIT ON "
                   "ACCOUNT: " WS-CR-OPEN-AMT
           DISPLAY "APPLY CREDIT TO THIS BILL (Y/N): "
           ACCEPT WS-CR-CONFIRM
           INSPECT WS-CR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CR-CONFIRM NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "AMOUNT OF CREDIT TO APPLY: "
           MOVE 0 TO WS-CR-APPLY-AMT
           ACCEPT WS-CR-APPLY-AMT
           PERFORM UNTIL WS-CR-APPLY-AMT > 0 AND
                         WS-CR-APPLY-AMT <= WS-CR-OPEN-AMT
               DISPLAY "ENTER AN AMOUNT BETWEEN 1 AND "
                       WS-CR-OPEN-AMT ": "
               ACCEPT WS-CR-APPLY-AMT
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - LOG AND BURN AN APPLIED AMOUNT
      *============================
      *The room balance was already reduced by the caller's
      *balance computation; this writes the money trail and
      *reduces the credit rows.
       CREDIT-POST-APPLICATION.
           MOVE UTIL-SEARCH-DORM-ID TO WS-DORM-ID
           MOVE WS-CR-TYPE TO WS-PAYMENT-TYPE
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE WS-CR-APPLY-AMT TO WS-AMOUNT-PAID
           MOVE WS-DORM-DATE-PAID TO WS-PAYMENT-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "CREDIT ON ACCOUNT APPLIED, TENANT "
                  DELIMITED BY SIZE
                  WS-CR-TENANT-ID DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-CR-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY

           MOVE WS-CR-APPLY-AMT TO WS-CR-APPLY-LEFT
           MOVE "APPLIED" TO WS-CR-NEW-STATUS
           PERFORM CREDIT-REDUCE-ROWS
           DISPLAY "CREDIT OF " WS-CR-APPLY-AMT " APPLIED."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - BURN ROWS OLDEST FIRST
      *============================
      *Caller sets WS-CR-TENANT-ID, WS-CR-APPLY-LEFT and the
      *status a fully used row takes (APPLIED or REFUNDED).
       CREDIT-REDUCE-ROWS.
           OPEN INPUT CREDIT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-CREDIT-FILE

           MOVE "N" TO WS-CR-SCAN-EOF
           PERFORM UNTIL WS-CR-SCAN-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO WS-CR-SCAN-EOF
                   NOT AT END
                       IF CR-TENANT-ID = WS-CR-TENANT-ID AND
                          CR-STATUS = "OPEN" AND
                          CR-AMOUNT-LEFT > 0 AND
                          WS-CR-APPLY-LEFT > 0
                           IF CR-AMOUNT-LEFT < WS-CR-APPLY-LEFT
                               MOVE CR-AMOUNT-LEFT TO WS-CR-PART
                           ELSE
                               MOVE WS-CR-APPLY-LEFT TO WS-CR-PART
                           END-IF
                           SUBTRACT WS-CR-PART FROM CR-AMOUNT-LEFT
                           SUBTRACT WS-CR-PART
                               FROM WS-CR-APPLY-LEFT
                           IF CR-AMOUNT-LEFT = 0
                               MOVE WS-CR-NEW-STATUS TO CR-STATUS
                           END-IF
                       END-IF
                       WRITE TEMP-CREDIT-RECORD FROM CREDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE TEMP-CREDIT-FILE
           PERFORM SAVE-CREDIT-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - OFFER TO HOLD AN OVERPAYMENT
      *============================
      *Runs when a confirmed payment would drive the balance
      *negative. On a yes, the excess comes off the new balance
      *here; CREDIT-CAPTURE-POST books it after the payment lands.
       OFFER-CAPTURE-CREDIT.
           COMPUTE WS-CR-EXCESS = 0 - WS-NEW-BALANCE-DUE
           DISPLAY "PAYMENT EXCEEDS THE BALANCE BY "
                   WS-CR-EXCESS "."
           DISPLAY "HOLD THE EXCESS AS TENANT CREDIT INSTEAD OF "
                   "A NEGATIVE BALANCE (Y/N): "
           ACCEPT WS-CR-CONFIRM
           INSPECT WS-CR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CR-CONFIRM NOT = "Y"
               MOVE 0 TO WS-CR-EXCESS
               EXIT PARAGRAPH
           END-IF

           IF WS-PAYMENT-TENANT-LOG = SPACES
               DISPLAY "TENANT THE CREDIT BELONGS TO: "
               MOVE SPACES TO WS-CR-TENANT-ID
               ACCEPT WS-CR-TENANT-ID
               INSPECT WS-CR-TENANT-ID
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-CR-TENANT-ID = SPACES
                   DISPLAY "NO TENANT GIVEN. LEAVING THE "
                           "OVERPAYMENT ON THE ROOM BALANCE."
                   MOVE 0 TO WS-CR-EXCESS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-PAYMENT-TENANT-LOG TO WS-CR-TENANT-ID
           END-IF

           MOVE 0 TO WS-NEW-BALANCE-DUE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - BOOK THE CAPTURED OVERPAYMENT
      *============================
       CREDIT-CAPTURE-POST.
           MOVE WS-CR-TENANT-ID TO CR-TENANT-ID
           MOVE UTIL-SEARCH-DORM-ID TO CR-DORM-ID
           MOVE WS-CR-EXCESS TO CR-AMOUNT
           MOVE WS-CR-EXCESS TO CR-AMOUNT-LEFT
           MOVE WS-DORM-DATE-PAID TO CR-DATE
           MOVE "OPEN" TO CR-STATUS
           OPEN EXTEND CREDIT-FILE
           WRITE CREDIT-RECORD
           CLOSE CREDIT-FILE

           *> The offsetting charge keeps the history in step with
           *> the zeroed balance; no money moves here
           MOVE UTIL-SEARCH-DORM-ID TO WS-DORM-ID
           MOVE WS-CR-TYPE TO WS-PAYMENT-TYPE
           MOVE WS-CR-EXCESS TO WS-AMOUNT-DUE
           MOVE 0 TO WS-AMOUNT-PAID
           MOVE WS-DORM-DATE-PAID TO WS-PAYMENT-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "OVERPAYMENT MOVED TO CREDIT, TENANT "
                  DELIMITED BY SIZE
                  WS-CR-TENANT-ID DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-CR-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY

           DISPLAY "CREDIT OF " WS-CR-EXCESS " HELD ON ACCOUNT "
                   "FOR TENANT " WS-CR-TENANT-ID "."
           MOVE 0 TO WS-CR-EXCESS
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - APPLY CREDIT TO A ROOM CHARGE (MANUAL)
      *============================
       CREDIT-MANUAL-APPLY.
           DISPLAY "=============================="
           DISPLAY " APPLY CREDIT TO A ROOM CHARGE"
           DISPLAY "=============================="
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-CR-TENANT-ID
           ACCEPT WS-CR-TENANT-ID
           INSPECT WS-CR-TENANT-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM CREDIT-SUM-OPEN
           IF WS-CR-OPEN-AMT <= 0
               DISPLAY "TENANT " WS-CR-TENANT-ID " HAS NO OPEN "
                       "CREDIT."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPEN CREDIT: " WS-CR-OPEN-AMT

           DISPLAY "ROOM (DORM ID) TO APPLY AGAINST: "
           MOVE SPACES TO WS-CR-DORM-ID
           ACCEPT WS-CR-DORM-ID
           INSPECT WS-CR-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "CHARGE (1=RENT 2=ELECTRICITY 3=WATER): "
           MOVE 0 TO WS-DEPOSIT-CHOICE
           ACCEPT WS-DEPOSIT-CHOICE
           PERFORM UNTIL WS-DEPOSIT-CHOICE >= 1 AND
                         WS-DEPOSIT-CHOICE <= 3
               DISPLAY "INVALID CHOICE. ENTER 1 - 3: "
               ACCEPT WS-DEPOSIT-CHOICE
           END-PERFORM
           EVALUATE WS-DEPOSIT-CHOICE
               WHEN 1
                   MOVE "RENT" TO WS-CR-TYPE
               WHEN 2
                   MOVE "ELECTRICITY" TO WS-CR-TYPE
               WHEN 3
                   MOVE "WATER" TO WS-CR-TYPE
           END-EVALUATE

           DISPLAY "AMOUNT OF CREDIT TO APPLY: "
           MOVE 0 TO WS-CR-APPLY-AMT
           ACCEPT WS-CR-APPLY-AMT
           PERFORM UNTIL WS-CR-APPLY-AMT > 0 AND
                         WS-CR-APPLY-AMT <= WS-CR-OPEN-AMT
               DISPLAY "ENTER AN AMOUNT BETWEEN 1 AND "
                       WS-CR-OPEN-AMT ": "
               ACCEPT WS-CR-APPLY-AMT
           END-PERFORM

           DISPLAY "APPLICATION DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-CR-DATE
               ACCEPT WS-CR-DATE
               MOVE WS-CR-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-CR-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           OPEN I-O DORM-FILE
           MOVE WS-CR-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROOM " WS-CR-DORM-ID
                           " NOT FOUND."
                   CLOSE DORM-FILE
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   EVALUATE WS-CR-TYPE
                       WHEN "RENT"
                           SUBTRACT WS-CR-APPLY-AMT
                               FROM DI-RENT-BALANCE-DUE
                       WHEN "ELECTRICITY"
                           SUBTRACT WS-CR-APPLY-AMT
                               FROM DI-ELECTRICITY-BALANCE-DUE
                       WHEN "WATER"
                           SUBTRACT WS-CR-APPLY-AMT
                               FROM DI-WATER-BALANCE-DUE
                   END-EVALUATE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE THE "
                                   "ROOM."
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE

           MOVE WS-CR-DORM-ID TO WS-DORM-ID
           MOVE WS-CR-TYPE TO WS-PAYMENT-TYPE
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE WS-CR-APPLY-AMT TO WS-AMOUNT-PAID
           MOVE WS-CR-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-CR-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "CREDIT ON ACCOUNT APPLIED, TENANT "
                  DELIMITED BY SIZE
                  WS-CR-TENANT-ID DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-CR-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY

           MOVE WS-CR-APPLY-AMT TO WS-CR-APPLY-LEFT
           MOVE "APPLIED" TO WS-CR-NEW-STATUS
           PERFORM CREDIT-REDUCE-ROWS

           DISPLAY "CREDIT OF " WS-CR-APPLY-AMT " APPLIED TO "
                   WS-CR-TYPE " ON ROOM " WS-CR-DORM-ID "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - REFUND A CREDIT (MANAGER)
      *============================
       CREDIT-REFUND-PAYOUT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "     REFUND A CREDIT"
           DISPLAY "=============================="
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-CR-TENANT-ID
           ACCEPT WS-CR-TENANT-ID
           INSPECT WS-CR-TENANT-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM CREDIT-SUM-OPEN
           IF WS-CR-OPEN-AMT <= 0
               DISPLAY "TENANT " WS-CR-TENANT-ID " HAS NO OPEN "
                       "CREDIT."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPEN CREDIT: " WS-CR-OPEN-AMT

           DISPLAY "AMOUNT TO REFUND: "
           MOVE 0 TO WS-CR-REFUND-AMT
           ACCEPT WS-CR-REFUND-AMT
           PERFORM UNTIL WS-CR-REFUND-AMT > 0 AND
                         WS-CR-REFUND-AMT <= WS-CR-OPEN-AMT
               DISPLAY "ENTER AN AMOUNT BETWEEN 1 AND "
                       WS-CR-OPEN-AMT ": "
               ACCEPT WS-CR-REFUND-AMT
           END-PERFORM

           DISPLAY "PAYOUT DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-CR-DATE
               ACCEPT WS-CR-DATE
               MOVE WS-CR-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-CR-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "CONFIRM CASH REFUND OF " WS-CR-REFUND-AMT
                   " TO TENANT " WS-CR-TENANT-ID " (Y/N): "
           ACCEPT WS-CR-CONFIRM
           INSPECT WS-CR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CR-CONFIRM NOT = "Y"
               DISPLAY "REFUND CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> The payout is logged the way deposit refunds are:
           *> money out of the drawer, netted in the close-out
           MOVE SPACES TO WS-DORM-ID
           MOVE "CREDIT-REFUND" TO WS-PAYMENT-TYPE
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE WS-CR-REFUND-AMT TO WS-AMOUNT-PAID
           MOVE WS-CR-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-CR-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "CREDIT REFUND TO TENANT " DELIMITED BY SIZE
                  WS-CR-TENANT-ID DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-CR-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           MOVE "CASH" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           PERFORM GENERATE-PAYMENT-RECEIPT

           MOVE WS-CR-REFUND-AMT TO WS-CR-APPLY-LEFT
           MOVE "REFUNDED" TO WS-CR-NEW-STATUS
           PERFORM CREDIT-REDUCE-ROWS

           DISPLAY "CREDIT REFUNDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - APPLY ALL OPEN CREDITS (BILLING RUN)
      *============================
      *Offered at the end of the month-start billing run so fresh
      *rent is settled from held credit before new money is asked
      *for. Applies each open credit to the tenant's current room.
       CREDIT-APPLY-ALL-RUN.
           MOVE 0 TO WS-CR-APPLIED-RUN
           OPEN INPUT CREDIT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               DISPLAY "NO CREDITS ON FILE."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-CREDIT-FILE

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF CR-STATUS = "OPEN" AND
                          CR-AMOUNT-LEFT > 0
                           PERFORM CREDIT-APPLY-ONE-ROW
                       END-IF
                       WRITE TEMP-CREDIT-RECORD FROM CREDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE TEMP-CREDIT-FILE
           PERFORM SAVE-CREDIT-RECORD

           DISPLAY "CREDITS APPLIED TO BILLED RENT: "
                   WS-CR-APPLIED-RUN
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREDIT - APPLY ONE ROW TO THE TENANT'S ROOM
      *============================
       CREDIT-APPLY-ONE-ROW.
           *> The tenant may have moved since the credit was taken,
           *> so the current room assignment wins
           MOVE SPACES TO WS-CR-DORM-ID
           OPEN INPUT TENANT-FILE
           MOVE CR-TENANT-ID TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SI-ASSIGNED-D-ID TO WS-CR-DORM-ID
           END-READ
           CLOSE TENANT-FILE

           IF WS-CR-DORM-ID = SPACES OR
              WS-CR-DORM-ID = "UNASSIGNED"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DORM-FILE
           MOVE WS-CR-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DI-RENT-BALANCE-DUE > 0
                       IF DI-RENT-BALANCE-DUE < CR-AMOUNT-LEFT
                           MOVE DI-RENT-BALANCE-DUE TO WS-CR-PART
                       ELSE
                           MOVE CR-AMOUNT-LEFT TO WS-CR-PART
                       END-IF
                       SUBTRACT WS-CR-PART
                           FROM DI-RENT-BALANCE-DUE
                       REWRITE DORM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT APPLY "
                                       "CREDIT TO " WS-CR-DORM-ID
                           NOT INVALID KEY
                               SUBTRACT WS-CR-PART
                                   FROM CR-AMOUNT-LEFT
                               IF CR-AMOUNT-LEFT = 0
                                   MOVE "APPLIED" TO CR-STATUS
                               END-IF
                               ADD 1 TO WS-CR-APPLIED-RUN
                               MOVE WS-CR-DORM-ID TO WS-DORM-ID
                               MOVE "RENT" TO WS-PAYMENT-TYPE
                               MOVE 0 TO WS-AMOUNT-DUE
                               MOVE WS-CR-PART TO WS-AMOUNT-PAID
                               MOVE WS-BILL-DATE
                                   TO WS-PAYMENT-DATE-LOG
                               MOVE WS-BILL-DUE-DATE
                                   TO WS-DUE-DATE-LOG
                               MOVE SPACES TO WS-PAYMENT-NOTES
                               STRING "CREDIT ON ACCOUNT APPLIED"
                                      ", TENANT "
                                      DELIMITED BY SIZE
                                      CR-TENANT-ID
                                      DELIMITED BY SPACE
                                      INTO WS-PAYMENT-NOTES
                               END-STRING
                               MOVE CR-TENANT-ID
                                   TO WS-PAYMENT-TENANT-LOG
                               MOVE "INTERNAL"
                                   TO WS-PAYMENT-METHOD-LOG
                               MOVE SPACES TO WS-PAYMENT-REF-LOG
                               PERFORM LOG-PAYMENT-HISTORY
                               DISPLAY "CREDIT " WS-CR-PART
                                       " APPLIED TO "
                                       WS-CR-DORM-ID " FOR "
                                       CR-TENANT-ID
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE CREDIT RECORD
      *============================
       SAVE-CREDIT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del credit.dat"
               CALL "SYSTEM" USING "rename tempcr.dat credit.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempcr.dat credit.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CASH DRAWER SHIFTS MENU
      *============================
       SHIFT-MENU.
           PERFORM UNTIL UTIL-SH-CHOICE = 4
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "     CASH DRAWER SHIFTS"
           DISPLAY "=============================="
           DISPLAY "1 - OPEN A SHIFT (COUNT THE FLOAT)"
           DISPLAY "2 - CLOSE MY SHIFT (HANDOVER COUNT)"
           DISPLAY "3 - VIEW SHIFTS"
           DISPLAY "4 - BACK"

           DISPLAY "ENTER CHOICE (1 - 4): "
           ACCEPT UTIL-SH-CHOICE

           EVALUATE UTIL-SH-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM OPEN-DRAWER-SHIFT
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM CLOSE-DRAWER-SHIFT
               WHEN 3
                   PERFORM VIEW-DRAWER-SHIFTS
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SHIFT - DOES THE OPERATOR HAVE ONE OPEN?
      *============================
      *Caller sets WS-SH-CHECK-OPER; on a hit the open shift's
      *date, time and float are copied into the WS-SH fields at
      *the moment of the match (the record buffer would otherwise
      *be overwritten by later rows on the file).
       CHECK-OPEN-SHIFT.
           MOVE "N" TO WS-SH-OPEN-FOUND
           OPEN INPUT SHIFT-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SH-SCAN-EOF
           PERFORM UNTIL WS-SH-SCAN-EOF = "Y"
               READ SHIFT-FILE
                   AT END
                       MOVE "Y" TO WS-SH-SCAN-EOF
                   NOT AT END
                       IF SH-OPERATOR = WS-SH-CHECK-OPER AND
                          SH-STATUS = "OPEN"
                           MOVE "Y" TO WS-SH-OPEN-FOUND
                           MOVE SH-OPEN-DATE
                               TO WS-SH-OPEN-DATE
                           MOVE SH-OPEN-TIME
                               TO WS-SH-OPEN-TIME
                           MOVE SH-FLOAT TO WS-SH-FLOAT
                           *> Only one OPEN shift per operator
                           *> can exist, so the scan can stop
                           MOVE "Y" TO WS-SH-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIFT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: OPEN A DRAWER SHIFT
      *============================
       OPEN-DRAWER-SHIFT.
           MOVE WS-OPERATOR-ID TO WS-SH-CHECK-OPER
           PERFORM CHECK-OPEN-SHIFT
           IF WS-SH-OPEN-FOUND = "Y"
               DISPLAY "YOU ALREADY HAVE AN OPEN SHIFT (OPENED "
                       WS-SH-OPEN-DATE " " WS-SH-OPEN-TIME ")."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "COUNTED OPENING FLOAT: "
           MOVE 0 TO WS-SH-FLOAT
           ACCEPT WS-SH-FLOAT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO SH-OPERATOR
           MOVE SPACES TO SH-OPEN-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO SH-OPEN-DATE
           END-STRING
           MOVE SPACES TO SH-OPEN-TIME
           STRING WS-CURRENT-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO SH-OPEN-TIME
           END-STRING
           MOVE WS-SH-FLOAT TO SH-FLOAT
           MOVE "OPEN" TO SH-STATUS
           MOVE 0 TO SH-COUNTED
           MOVE 0 TO SH-EXPECTED
           MOVE 0 TO SH-OVER-SHORT
           MOVE SPACES TO SH-CLOSE-TIME
           MOVE SPACES TO SH-CLOSE-DATE

           OPEN EXTEND SHIFT-FILE
           WRITE SHIFT-RECORD
           CLOSE SHIFT-FILE
           DISPLAY "SHIFT OPENED WITH FLOAT " WS-SH-FLOAT
                   ". CASH PAYMENTS ARE NOW ACCEPTED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CLOSE A DRAWER SHIFT (HANDOVER)
      *============================
       CLOSE-DRAWER-SHIFT.
           MOVE WS-OPERATOR-ID TO WS-SH-CHECK-OPER
           PERFORM CHECK-OPEN-SHIFT
           IF WS-SH-OPEN-FOUND = "N"
               DISPLAY "YOU HAVE NO OPEN SHIFT TO CLOSE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SHIFT OPENED " WS-SH-OPEN-DATE " "
                   WS-SH-OPEN-TIME " WITH FLOAT " WS-SH-FLOAT
           DISPLAY " "
           DISPLAY "KEY THE DENOMINATION COUNT (VALUE THEN HOW "
                   "MANY; VALUE 0 WHEN DONE)."
           MOVE 0 TO WS-SH-COUNTED
           MOVE 1 TO WS-SH-DENOM-VALUE
           PERFORM UNTIL WS-SH-DENOM-VALUE = 0
               DISPLAY "DENOMINATION VALUE (e.g., 00100): "
               MOVE 0 TO WS-SH-DENOM-VALUE
               ACCEPT WS-SH-DENOM-VALUE
               IF WS-SH-DENOM-VALUE > 0
                   DISPLAY "HOW MANY: "
                   MOVE 0 TO WS-SH-DENOM-COUNT
                   ACCEPT WS-SH-DENOM-COUNT
                   COMPUTE WS-SH-COUNTED = WS-SH-COUNTED +
                           (WS-SH-DENOM-VALUE *
                            WS-SH-DENOM-COUNT)
               END-IF
           END-PERFORM
           DISPLAY "TOTAL COUNTED: " WS-SH-COUNTED

           *> Expected cash: float plus the cash receipts this
           *> operator recorded SINCE THE SHIFT OPENED, with
           *> refunds and voids netted out. The recording
           *> timestamp, not the keyed payment date, says whether
           *> the money passed through this drawer session - so a
           *> second shift on the same day never recounts the
           *> first one's takings, and a backdated entry keyed
           *> during the session still counts.
           MOVE SPACES TO WS-SH-OPEN-TS
           STRING WS-SH-OPEN-DATE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SH-OPEN-TIME DELIMITED BY SPACE
                  INTO WS-SH-OPEN-TS
           END-STRING

           MOVE 0 TO WS-SH-CASH-NET
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-OPERATOR-ID = WS-OPERATOR-ID AND
                          PH-TIMESTAMP >= WS-SH-OPEN-TS AND
                          PH-METHOD = "CASH" AND
                          PH-AMOUNT-PAID NOT = 0
                           IF PH-PAYMENT-TYPE = "VOID" OR
                              PH-PAYMENT-TYPE = "DEP-REFUND" OR
                              PH-PAYMENT-TYPE = "CREDIT-REFUND"
                               SUBTRACT PH-AMOUNT-PAID
                                   FROM WS-SH-CASH-NET
                           ELSE
                               ADD PH-AMOUNT-PAID
                                   TO WS-SH-CASH-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           COMPUTE WS-SH-EXPECTED =
                   WS-SH-FLOAT + WS-SH-CASH-NET
           COMPUTE WS-SH-OVER-SHORT =
                   WS-SH-COUNTED - WS-SH-EXPECTED

           MOVE WS-SH-EXPECTED TO WS-SH-EDIT
           DISPLAY "EXPECTED IN DRAWER : " WS-SH-EDIT
           MOVE WS-SH-OVER-SHORT TO WS-SH-EDIT
           DISPLAY "OVER(+)/SHORT(-)   : " WS-SH-EDIT

           DISPLAY "CONFIRM CLOSE OF THE SHIFT (Y/N): "
           ACCEPT WS-SH-CONFIRM
           INSPECT WS-SH-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-SH-CONFIRM NOT = "Y"
               DISPLAY "SHIFT LEFT OPEN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN INPUT SHIFT-FILE
           OPEN OUTPUT TEMP-SHIFT-FILE
           MOVE "N" TO WS-SH-SCAN-EOF
           PERFORM UNTIL WS-SH-SCAN-EOF = "Y"
               READ SHIFT-FILE
                   AT END
                       MOVE "Y" TO WS-SH-SCAN-EOF
                   NOT AT END
                       IF SH-OPERATOR = WS-OPERATOR-ID AND
                          SH-STATUS = "OPEN"
                           MOVE "CLOSED" TO SH-STATUS
                           MOVE WS-SH-COUNTED TO SH-COUNTED
                           MOVE WS-SH-EXPECTED TO SH-EXPECTED
                           MOVE WS-SH-OVER-SHORT
                               TO SH-OVER-SHORT
                           MOVE SPACES TO SH-CLOSE-TIME
                           STRING WS-CURRENT-TIME(1:2)
                                  DELIMITED BY SIZE
                                  ":" DELIMITED BY SIZE
                                  WS-CURRENT-TIME(3:2)
                                  DELIMITED BY SIZE
                                  ":" DELIMITED BY SIZE
                                  WS-CURRENT-TIME(5:2)
                                  DELIMITED BY SIZE
                                  INTO SH-CLOSE-TIME
                           END-STRING
                           MOVE SPACES TO SH-CLOSE-DATE
                           STRING WS-CURRENT-DATE(1:4)
                                  DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  WS-CURRENT-DATE(5:2)
                                  DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  WS-CURRENT-DATE(7:2)
                                  DELIMITED BY SIZE
                                  INTO SH-CLOSE-DATE
                           END-STRING
                       END-IF
                       WRITE TEMP-SHIFT-RECORD FROM SHIFT-RECORD
               END-READ
           END-PERFORM
           CLOSE SHIFT-FILE TEMP-SHIFT-FILE
           PERFORM SAVE-SHIFT-RECORD

           DISPLAY "SHIFT CLOSED AND OVER/SHORT RECORDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW DRAWER SHIFTS
      *============================
       VIEW-DRAWER-SHIFTS.
           DISPLAY " "
           DISPLAY "DRAWER SHIFTS:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-SH-COUNT
           OPEN INPUT SHIFT-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
               DISPLAY "NO SHIFTS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ SHIFT-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-SH-COUNT
                           MOVE SH-OVER-SHORT TO WS-SH-EDIT
                           DISPLAY SH-OPERATOR " | "
                                   SH-OPEN-DATE " "
                                   SH-OPEN-TIME " | "
                                   SH-STATUS
                           IF SH-STATUS = "CLOSED"
                               DISPLAY "    FLOAT " SH-FLOAT
                                       " COUNTED " SH-COUNTED
                                       " OVER/SHORT " WS-SH-EDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "SHIFTS LISTED: " WS-SH-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE SHIFT RECORD
      *============================
       SAVE-SHIFT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del shift.dat"
               CALL "SYSTEM" USING "rename tempsh.dat shift.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempsh.dat shift.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT MANAGEMENT
      *============================
       PAYMENT-MANAGEMENT.
           PERFORM UNTIL UTIL-PM-CHOICE = 12
           PERFORM CLEAR-SCREEN

           DISPLAY "=============================="
           DISPLAY "    PAYMENT MANAGEMENT"
           DISPLAY "=============================="
           DISPLAY "1. RECORD A PAYMENT"
           DISPLAY "2. IMPORT UTILITY BILLING FILE"
           DISPLAY "3. CHARGE TYPE MAINTENANCE"
           DISPLAY "4. METER READINGS AND TARIFFS"
           DISPLAY "5. BATCH PAYMENT POSTING"
           DISPLAY "6. TENANT CREDIT LEDGER"
           DISPLAY "7. CASH DRAWER SHIFTS"
           DISPLAY "8. IMPORT RUN REGISTRY"
           DISPLAY "9. BAD-DEBT REGISTER"
           DISPLAY "10. PAYMENT PLANS"
           DISPLAY "11. OFFICIAL RECEIPTS"
           DISPLAY "12. BACK TO MAIN MENU"
           DISPLAY "=============================="
           DISPLAY "Enter your choice: "
           ACCEPT UTIL-PM-CHOICE

           EVALUATE UTIL-PM-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM RECORD-A-PAYMENT
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM IMPORT-UTILITY-CHARGES
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM MANAGE-CHARGE-TYPES
               WHEN 4
                   MOVE 0 TO UTIL-MT-CHOICE
                   PERFORM METER-MENU
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM BATCH-POST-PAYMENTS
               WHEN 6
                   MOVE 0 TO UTIL-CR-CHOICE
                   PERFORM CREDIT-LEDGER-MENU
               WHEN 7
                   MOVE 0 TO UTIL-SH-CHOICE
                   PERFORM SHIFT-MENU
               WHEN 8
                   MOVE 0 TO UTIL-IR-CHOICE
                   PERFORM IMPORT-RUN-MENU
               WHEN 9
                   MOVE 0 TO UTIL-BD-CHOICE
                   PERFORM BAD-DEBT-REGISTER-MENU
               WHEN 10
                   MOVE 0 TO UTIL-PP-CHOICE
                   PERFORM PAYMENT-PLAN-MENU
               WHEN 11
                   MOVE 0 TO UTIL-OR-CHOICE
                   PERFORM OFFICIAL-RECEIPT-MENU
               WHEN 12
                   DISPLAY "Returning to main menu..."
                   PERFORM EXIT-PROMT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
                   PERFORM EXIT-PROMT
           END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.
      *============================
      *FUNCTION: RECORD A PAYMENT (CHARGE-TYPE DRIVEN)
      *============================
       RECORD-A-PAYMENT.
           PERFORM LOAD-CHARGE-TYPES

           IF WS-CT-COUNT = 0
               DISPLAY "NO ACTIVE CHARGE TYPES ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "       CHARGE TYPES"
           DISPLAY "=============================="
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               DISPLAY WS-CT-IDX ". " WS-CT-CODE(WS-CT-IDX)
                       " - " WS-CT-DESC(WS-CT-IDX)
           END-PERFORM
           DISPLAY "=============================="
           DISPLAY "PICK A CHARGE TYPE (NUMBER): "
           MOVE 0 TO WS-CT-PICK
           ACCEPT WS-CT-PICK
           PERFORM UNTIL WS-CT-PICK >= 1 AND
                         WS-CT-PICK <= WS-CT-COUNT
               DISPLAY "INVALID CHOICE. PICK 1 - " WS-CT-COUNT ": "
               ACCEPT WS-CT-PICK
           END-PERFORM

           *> The three core types keep their dedicated screens and
           *> DORM-RECORD fields; every other type goes through the
           *> generic charge screen
           EVALUATE WS-CT-CODE(WS-CT-PICK)
               WHEN "RENT"
                   PERFORM CLEAR-SCREEN
                   PERFORM PAY-RENT
               WHEN "ELECTRICITY"
                   PERFORM CLEAR-SCREEN
                   PERFORM PAY-ELECTRICITY
               WHEN "WATER"
                   PERFORM CLEAR-SCREEN
                   PERFORM PAY-WATER
               WHEN OTHER
                   MOVE WS-CT-CODE(WS-CT-PICK) TO WS-OTHER-CODE
                   MOVE WS-CT-DESC(WS-CT-PICK) TO WS-OTHER-DESC
                   PERFORM CLEAR-SCREEN
                   PERFORM PAY-OTHER-CHARGE
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SEED CHARGE TYPE FILE ON FIRST USE
      *============================
       ENSURE-CHARGE-TYPE-FILE.
           OPEN INPUT CHARGE-TYPE-FILE
           IF WS-CT-FILE-STATUS = "00"
               CLOSE CHARGE-TYPE-FILE
           ELSE
               OPEN OUTPUT CHARGE-TYPE-FILE
               MOVE "RENT"           TO CT-CODE
               MOVE "MONTHLY ROOM RENT" TO CT-DESCRIPTION
               MOVE "Y"              TO CT-ACTIVE
               WRITE CHARGE-TYPE-RECORD
               MOVE "ELECTRICITY"    TO CT-CODE
               MOVE "ELECTRIC COOPERATIVE BILL" TO CT-DESCRIPTION
               MOVE "Y"              TO CT-ACTIVE
               WRITE CHARGE-TYPE-RECORD
               MOVE "WATER"          TO CT-CODE
               MOVE "WATER DISTRICT BILL" TO CT-DESCRIPTION
               MOVE "Y"              TO CT-ACTIVE
               WRITE CHARGE-TYPE-RECORD
               CLOSE CHARGE-TYPE-FILE
               DISPLAY "CHARGE TYPE FILE CREATED WITH RENT, "
                       "ELECTRICITY AND WATER."
           END-IF
           PERFORM CT-SEED-LATER-TYPES
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD CHARGE TYPES THE SYSTEM POSTS ITSELF
      *============================
       CT-SEED-LATER-TYPES.
           MOVE "LOST-KEY" TO WS-CT-SEED-CODE
           MOVE "LOST KEY REPLACEMENT" TO WS-CT-SEED-DESC
           PERFORM CT-ENSURE-SEED-TYPE
           MOVE "CARD-REPLACE" TO WS-CT-SEED-CODE
           MOVE "ACCESS CARD REPLACEMENT" TO WS-CT-SEED-DESC
           PERFORM CT-ENSURE-SEED-TYPE
           MOVE "GUEST-FEE" TO WS-CT-SEED-CODE
           MOVE "OVERNIGHT GUEST FEE" TO WS-CT-SEED-DESC
           PERFORM CT-ENSURE-SEED-TYPE
           MOVE "PARKING" TO WS-CT-SEED-CODE
           MOVE "PARKING SLOT RENTAL" TO WS-CT-SEED-DESC
           PERFORM CT-ENSURE-SEED-TYPE
           MOVE "BIKE-RACK" TO WS-CT-SEED-CODE
           MOVE "BIKE RACK RENTAL" TO WS-CT-SEED-DESC
           PERFORM CT-ENSURE-SEED-TYPE
           MOVE "LOCKER" TO WS-CT-SEED-CODE
           MOVE "LOCKER RENTAL" TO WS-CT-SEED-DESC
           PERFORM CT-ENSURE-SEED-TYPE
           MOVE "STORAGE" TO WS-CT-SEED-CODE
           MOVE "STORAGE CAGE RENTAL" TO WS-CT-SEED-DESC
           PERFORM CT-ENSURE-SEED-TYPE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: APPEND ONE CHARGE TYPE UNLESS IT IS ON FILE
      *============================
       CT-ENSURE-SEED-TYPE.
           *> Reads on the file status so this is safe to reach
           *> from inside another file's read loop
           MOVE "N" TO WS-CT-SEED-FOUND
           OPEN INPUT CHARGE-TYPE-FILE
           IF WS-CT-FILE-STATUS = "00"
               PERFORM UNTIL WS-CT-FILE-STATUS NOT = "00"
                   READ CHARGE-TYPE-FILE
                       NOT AT END
                           IF CT-CODE = WS-CT-SEED-CODE
                               MOVE "Y" TO WS-CT-SEED-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-TYPE-FILE
           END-IF
           IF WS-CT-SEED-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CHARGE-TYPE-FILE
           MOVE WS-CT-SEED-CODE TO CT-CODE
           MOVE WS-CT-SEED-DESC TO CT-DESCRIPTION
           MOVE "Y" TO CT-ACTIVE
           WRITE CHARGE-TYPE-RECORD
           CLOSE CHARGE-TYPE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LOAD ACTIVE CHARGE TYPES INTO TABLE
      *============================
       LOAD-CHARGE-TYPES.
           PERFORM ENSURE-CHARGE-TYPE-FILE

           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT CHARGE-TYPE-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CHARGE-TYPE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF CT-ACTIVE = "Y" AND WS-CT-COUNT < 30
                           ADD 1 TO WS-CT-COUNT
                           MOVE CT-CODE TO WS-CT-CODE(WS-CT-COUNT)
                           MOVE CT-DESCRIPTION
                               TO WS-CT-DESC(WS-CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-TYPE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHARGE TYPE MAINTENANCE
      *============================
       MANAGE-CHARGE-TYPES.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ENSURE-CHARGE-TYPE-FILE

           MOVE 0 TO UTIL-CT-CHOICE
           PERFORM UNTIL UTIL-CT-CHOICE = 4
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "   CHARGE TYPE MAINTENANCE"
           DISPLAY "=============================="
           DISPLAY "1 - LIST CHARGE TYPES"
           DISPLAY "2 - ADD CHARGE TYPE"
           DISPLAY "3 - ACTIVATE/DEACTIVATE CHARGE TYPE"
           DISPLAY "4 - BACK"

           DISPLAY "ENTER CHOICE (1 - 4): "
           ACCEPT UTIL-CT-CHOICE

           EVALUATE UTIL-CT-CHOICE
               WHEN 1
                   PERFORM LIST-CHARGE-TYPES
               WHEN 2
                   PERFORM ADD-CHARGE-TYPE
               WHEN 3
                   PERFORM TOGGLE-CHARGE-TYPE
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST CHARGE TYPES
      *============================
       LIST-CHARGE-TYPES.
           DISPLAY " "
           DISPLAY "CHARGE TYPES:"
           DISPLAY "----------------------------------------"
           OPEN INPUT CHARGE-TYPE-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CHARGE-TYPE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       DISPLAY CT-CODE " | " CT-DESCRIPTION
                               " | ACTIVE: " CT-ACTIVE
               END-READ
           END-PERFORM
           CLOSE CHARGE-TYPE-FILE
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD CHARGE TYPE
      *============================
       ADD-CHARGE-TYPE.
           DISPLAY "NEW CHARGE TYPE CODE (e.g., INTERNET): "
           ACCEPT WS-CT-NEW-CODE
           INSPECT WS-CT-NEW-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CT-NEW-CODE = SPACES
               DISPLAY "CODE CANNOT BE BLANK."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> VOID and the deposit/checkout entry types are reserved
           *> for the history log and can never become charge types
           IF WS-CT-NEW-CODE = "VOID" OR
              WS-CT-NEW-CODE = "CHECKOUT" OR
              WS-CT-NEW-CODE = "BILLING" OR
              WS-CT-NEW-CODE = "DEPOSIT" OR
              WS-CT-NEW-CODE = "DEP-APPLIED" OR
              WS-CT-NEW-CODE = "DEP-REFUND" OR
              WS-CT-NEW-CODE = "DEP-FORFEIT" OR
              WS-CT-NEW-CODE = "BOOKING" OR
              WS-CT-NEW-CODE = "DISCOUNT" OR
              WS-CT-NEW-CODE = "CREDIT-REFUND"
               DISPLAY "ERROR: " WS-CT-NEW-CODE " IS A RESERVED "
                       "ENTRY TYPE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CT-FOUND
           OPEN INPUT CHARGE-TYPE-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CHARGE-TYPE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF CT-CODE = WS-CT-NEW-CODE
                           MOVE "Y" TO WS-CT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-TYPE-FILE

           IF WS-CT-FOUND = "Y"
               DISPLAY "ERROR: CHARGE TYPE " WS-CT-NEW-CODE
                       " ALREADY EXISTS."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DESCRIPTION: "
           MOVE SPACES TO WS-CT-NEW-DESC
           ACCEPT WS-CT-NEW-DESC

           MOVE WS-CT-NEW-CODE TO CT-CODE
           MOVE WS-CT-NEW-DESC TO CT-DESCRIPTION
           MOVE "Y" TO CT-ACTIVE
           OPEN EXTEND CHARGE-TYPE-FILE
           WRITE CHARGE-TYPE-RECORD
           CLOSE CHARGE-TYPE-FILE
           DISPLAY "CHARGE TYPE " WS-CT-NEW-CODE " ADDED. IT NOW "
                   "SHOWS UP IN PAYMENTS AND REPORTS."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ACTIVATE/DEACTIVATE CHARGE TYPE
      *============================
       TOGGLE-CHARGE-TYPE.
           DISPLAY "CHARGE TYPE CODE TO TOGGLE: "
           ACCEPT WS-CT-TOGGLE-CODE
           INSPECT WS-CT-TOGGLE-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-CT-TOGGLE-CODE = "RENT" OR
              WS-CT-TOGGLE-CODE = "ELECTRICITY" OR
              WS-CT-TOGGLE-CODE = "WATER"
               DISPLAY "ERROR: THE CORE CHARGE TYPES CANNOT BE "
                       "DEACTIVATED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CT-FOUND
           OPEN INPUT CHARGE-TYPE-FILE
           OPEN OUTPUT TEMP-CHARGE-TYPE-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CHARGE-TYPE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF CT-CODE = WS-CT-TOGGLE-CODE
                           MOVE "Y" TO WS-CT-FOUND
                           IF CT-ACTIVE = "Y"
                               MOVE "N" TO CT-ACTIVE
                               DISPLAY CT-CODE " DEACTIVATED."
                           ELSE
                               MOVE "Y" TO CT-ACTIVE
                               DISPLAY CT-CODE " REACTIVATED."
                           END-IF
                       END-IF
                       WRITE TEMP-CHARGE-TYPE-RECORD
                           FROM CHARGE-TYPE-RECORD
               END-READ
           END-PERFORM
           CLOSE CHARGE-TYPE-FILE TEMP-CHARGE-TYPE-FILE
           PERFORM SAVE-CHARGE-TYPE-RECORD

           IF WS-CT-FOUND = "N"
               DISPLAY "CHARGE TYPE " WS-CT-TOGGLE-CODE
                       " NOT FOUND."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE CHARGE TYPE RECORD
      *============================
       SAVE-CHARGE-TYPE-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del chgtype.dat"
               CALL "SYSTEM" USING "rename tempct.dat chgtype.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempct.dat chgtype.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAY A TABLE-DRIVEN CHARGE TYPE
      *============================
       PAY-OTHER-CHARGE.
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "==============================="
           DISPLAY "   PAY " FUNCTION TRIM(WS-OTHER-CODE)
           DISPLAY "==============================="
           DISPLAY " "

           DISPLAY "Enter Dorm ID (or EXIT to cancel): "
           ACCEPT UTIL-SEARCH-DORM-ID
           INSPECT UTIL-SEARCH-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF UTIL-SEARCH-DORM-ID = "EXIT"
               DISPLAY "Payment cancelled."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DORM-FILE
           MOVE UTIL-SEARCH-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-ROOM-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-ROOM-FLAG
           END-READ
           CLOSE DORM-FILE

           IF WS-VALID-ROOM-FLAG = "N"
               DISPLAY "ERROR: DORM NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-BALANCE-FILE
               CLOSE CHARGE-BALANCE-FILE
               OPEN I-O CHARGE-BALANCE-FILE
           END-IF

           MOVE "N" TO WS-OTHER-FOUND
           MOVE UTIL-SEARCH-DORM-ID TO CB-DORM-ID
           MOVE WS-OTHER-CODE TO CB-TYPE-CODE
           READ CHARGE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO CB-AMOUNT
                   MOVE SPACES TO CB-DUE-DATE
                   MOVE SPACES TO CB-LAST-PAID
                   MOVE 0 TO CB-PAID-AMT
                   MOVE 0 TO CB-BALANCE-DUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OTHER-FOUND
           END-READ
           MOVE UTIL-SEARCH-DORM-ID TO CB-DORM-ID
           MOVE WS-OTHER-CODE TO CB-TYPE-CODE

           DISPLAY "Last Amount Due: " CB-AMOUNT
           DISPLAY "Last Due Date: " CB-DUE-DATE
           DISPLAY "Prior Balance Due: " CB-BALANCE-DUE
           DISPLAY " "

           MOVE CB-DUE-DATE TO WS-CHECK-DUE-DATE
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM CALC-OVERDUE-DAYS
           MOVE 0 TO WS-LATE-FEE-AMOUNT
           IF WS-OVERDUE-FLAG = "Y" AND CB-BALANCE-DUE > 0
               COMPUTE WS-LATE-FEE-AMOUNT ROUNDED =
                       CB-BALANCE-DUE * WS-LATE-FEE-PCT / 100
               DISPLAY "LATE FEE (" WS-DAYS-OVERDUE
                       " DAYS OVERDUE): " WS-LATE-FEE-AMOUNT
           END-IF

           DISPLAY "Enter NEW amount due for this month: "
           MOVE 0 TO WS-OTHER-NEW-AMT
           ACCEPT WS-OTHER-NEW-AMT
           MOVE WS-OTHER-NEW-AMT TO CB-AMOUNT

           DISPLAY "Enter amount paid: "
           MOVE 0 TO WS-OTHER-PAID
           ACCEPT WS-OTHER-PAID

           DISPLAY "Paying Tenant ID (blank if for the "
                   "whole room): "
           MOVE SPACES TO WS-PAYMENT-TENANT-LOG
           ACCEPT WS-PAYMENT-TENANT-LOG
           INSPECT WS-PAYMENT-TENANT-LOG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VALIDATE-PAYING-TENANT

           PERFORM ACCEPT-PAYMENT-METHOD

           DISPLAY "Enter payment date (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-DORM-DATE-PAID
               ACCEPT WS-DORM-DATE-PAID
               MOVE WS-DORM-DATE-PAID TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-DORM-DATE-PAID
                       TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "Enter next due date (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO CB-DUE-DATE
               ACCEPT CB-DUE-DATE
               MOVE CB-DUE-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           COMPUTE WS-NEW-BALANCE-DUE =
                   CB-BALANCE-DUE + WS-OTHER-NEW-AMT
                   - WS-OTHER-PAID + WS-LATE-FEE-AMOUNT

           DISPLAY " "
           DISPLAY "SUMMARY:"
           DISPLAY "  Amount Due: " CB-AMOUNT
           DISPLAY "  Amount Paid: " WS-OTHER-PAID
           DISPLAY "  Payment Date: " WS-DORM-DATE-PAID
           DISPLAY "  Next Due Date: " CB-DUE-DATE
           DISPLAY "  New Balance Due: " WS-NEW-BALANCE-DUE
           DISPLAY " "
           DISPLAY "Confirm payment (Y/N): "
           ACCEPT WS-CONFIRM-PAYMENT
           INSPECT WS-CONFIRM-PAYMENT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-CONFIRM-PAYMENT = "Y"
               MOVE 0 TO WS-CR-EXCESS
               MOVE WS-OTHER-CODE TO WS-CR-TYPE
               IF WS-NEW-BALANCE-DUE < 0
                   PERFORM OFFER-CAPTURE-CREDIT
               END-IF
               MOVE WS-DORM-DATE-PAID TO CB-LAST-PAID
               MOVE WS-OTHER-PAID TO CB-PAID-AMT
               MOVE WS-NEW-BALANCE-DUE TO CB-BALANCE-DUE

               MOVE UTIL-SEARCH-DORM-ID TO WS-DORM-ID
               MOVE WS-OTHER-CODE TO WS-PAYMENT-TYPE
               MOVE SPACES TO WS-PAYMENT-NOTES
               *> Same late-fee folding as the core screens, so a
               *> VOID reverses exactly what was posted
               COMPUTE WS-AMOUNT-DUE =
                       WS-OTHER-NEW-AMT + WS-LATE-FEE-AMOUNT
               MOVE WS-OTHER-PAID TO WS-AMOUNT-PAID
               MOVE WS-DORM-DATE-PAID TO WS-PAYMENT-DATE-LOG
               MOVE CB-DUE-DATE TO WS-DUE-DATE-LOG

               IF WS-OTHER-FOUND = "Y"
                   REWRITE CHARGE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Could not update."
                       NOT INVALID KEY
                           PERFORM LOG-PAYMENT-HISTORY
                           PERFORM GENERATE-PAYMENT-RECEIPT
                           DISPLAY FUNCTION TRIM(WS-OTHER-CODE)
                                   " payment recorded!"
                   END-REWRITE
               ELSE
                   WRITE CHARGE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Could not update."
                       NOT INVALID KEY
                           PERFORM LOG-PAYMENT-HISTORY
                           PERFORM GENERATE-PAYMENT-RECEIPT
                           DISPLAY FUNCTION TRIM(WS-OTHER-CODE)
                                   " payment recorded!"
                   END-WRITE
               END-IF
               IF WS-CR-EXCESS > 0
                   PERFORM CREDIT-CAPTURE-POST
               END-IF
           ELSE
               DISPLAY "Payment cancelled."
           END-IF

           CLOSE CHARGE-BALANCE-FILE

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAY RENT
      *============================
       PAY-RENT.
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "==============================="
           DISPLAY "        PAY RENT"
           DISPLAY "==============================="
           
           *> Display all occupied dorms
           DISPLAY " "
           DISPLAY "OCCUPIED DORMS:"
           DISPLAY "---------------------------------------"
           OPEN INPUT DORM-FILE
           
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START
   
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0
                           DISPLAY "ID: " DI-ID 
                                   " | Last Amount Due: " DI-RENT-AMOUNT
                                   " | Due: " DI-RENT-DUE
                                   " | Last Paid: " DI-RENT-LAST-PAID
                                   " | Amt Paid: " DI-RENT-PAID-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           
           CLOSE DORM-FILE
           DISPLAY "---------------------------------------"
           DISPLAY " "
           
           DISPLAY "Enter Dorm ID (or EXIT to cancel): "
           ACCEPT UTIL-SEARCH-DORM-ID
           
           *> Convert to uppercase
           INSPECT UTIL-SEARCH-DORM-ID 
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           
           IF UTIL-SEARCH-DORM-ID = "EXIT"
               DISPLAY "Payment cancelled."
               PERFORM EXIT-PROMT
           ELSE
               OPEN I-O DORM-FILE
               
               MOVE UTIL-SEARCH-DORM-ID TO DI-ID
               READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR: DORM NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "Last Amount Due: " DI-RENT-AMOUNT
                   DISPLAY "Last Due Date: " DI-RENT-DUE
                   DISPLAY "Prior Balance Due: " DI-RENT-BALANCE-DUE
                   DISPLAY " "

                   MOVE DI-RENT-DUE TO WS-CHECK-DUE-DATE
                   ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
                   PERFORM CALC-OVERDUE-DAYS
                   MOVE 0 TO WS-LATE-FEE-AMOUNT
                   IF WS-OVERDUE-FLAG = "Y" AND DI-RENT-BALANCE-DUE > 0
                       COMPUTE WS-LATE-FEE-AMOUNT ROUNDED =
                               DI-RENT-BALANCE-DUE * WS-LATE-FEE-PCT
                               / 100
                       DISPLAY "LATE FEE (" WS-DAYS-OVERDUE
                               " DAYS OVERDUE): " WS-LATE-FEE-AMOUNT
                   END-IF

                   DISPLAY "Enter NEW amount due for this month: "
                   ACCEPT TEMP-RENT-AMOUNT
                   MOVE TEMP-RENT-AMOUNT TO DI-RENT-AMOUNT

                   DISPLAY "Enter amount paid: "
                   ACCEPT TEMP-RENT-PAID

                   DISPLAY "Paying Tenant ID (blank if for the "
                           "whole room): "
                   MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                   ACCEPT WS-PAYMENT-TENANT-LOG
                   INSPECT WS-PAYMENT-TENANT-LOG
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM VALIDATE-PAYING-TENANT

                   *> Held credit goes against the bill before new
                   *> money is asked for
                   PERFORM CREDIT-OFFER-APPLY

                   PERFORM ACCEPT-PAYMENT-METHOD

                   DISPLAY "Enter payment date (YYYY-MM-DD): "
                   MOVE "N" TO WS-DATE-VALID-FLAG
                   PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                       MOVE SPACES TO WS-DORM-DATE-PAID
                       ACCEPT WS-DORM-DATE-PAID
                       MOVE WS-DORM-DATE-PAID TO WS-VALIDATE-DATE-IN
                       PERFORM VALIDATE-DATE-FORMAT
                       IF WS-DATE-VALID-FLAG = "Y"
                           MOVE WS-DORM-DATE-PAID
                               TO WS-CLOSEOUT-CHECK-DATE
                           PERFORM CHECK-DATE-NOT-CLOSED
                           IF WS-DATE-CLOSED-FLAG = "Y"
                               MOVE "N" TO WS-DATE-VALID-FLAG
                               DISPLAY "THAT DATE IS ALREADY "
                                       "RECONCILED (CLOSED). ENTER "
                                       "ANOTHER DATE: "
                           END-IF
                       ELSE
                           DISPLAY "INVALID DATE. USE FORMAT "
                                   "YYYY-MM-DD: "
                       END-IF
                   END-PERFORM

                   DISPLAY "Enter next due date (YYYY-MM-DD): "
                   MOVE "N" TO WS-DATE-VALID-FLAG
                   PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                       MOVE SPACES TO DI-RENT-DUE
                       ACCEPT DI-RENT-DUE
                       MOVE DI-RENT-DUE TO WS-VALIDATE-DATE-IN
                       PERFORM VALIDATE-DATE-FORMAT
                       IF WS-DATE-VALID-FLAG = "N"
                           DISPLAY "INVALID DATE. USE FORMAT "
                                   "YYYY-MM-DD: "
                       END-IF
                   END-PERFORM

                   COMPUTE WS-NEW-BALANCE-DUE =
                           DI-RENT-BALANCE-DUE + TEMP-RENT-AMOUNT
                           - TEMP-RENT-PAID + WS-LATE-FEE-AMOUNT
                           - WS-CR-APPLY-AMT

                   DISPLAY " "
                   DISPLAY "SUMMARY:"
                   DISPLAY "  Amount Due: " DI-RENT-AMOUNT
                   DISPLAY "  Amount Paid: " TEMP-RENT-PAID
                   IF WS-CR-APPLY-AMT > 0
                       DISPLAY "  Credit Applied: "
                               WS-CR-APPLY-AMT
                   END-IF
                   DISPLAY "  Payment Date: " WS-DORM-DATE-PAID
                   DISPLAY "  Next Due Date: " DI-RENT-DUE
                   DISPLAY "  New Balance Due: " WS-NEW-BALANCE-DUE
                   DISPLAY " "
                   DISPLAY "Confirm rent payment (Y/N): "
                   ACCEPT WS-CONFIRM-PAYMENT
                   INSPECT WS-CONFIRM-PAYMENT
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                   IF WS-CONFIRM-PAYMENT = "Y"
                       MOVE 0 TO WS-CR-EXCESS
                       MOVE "RENT" TO WS-CR-TYPE
                       IF WS-NEW-BALANCE-DUE < 0
                           PERFORM OFFER-CAPTURE-CREDIT
                       END-IF
                       MOVE WS-DORM-DATE-PAID TO DI-RENT-LAST-PAID
                       MOVE TEMP-RENT-PAID TO DI-RENT-PAID-AMOUNT
                       MOVE WS-NEW-BALANCE-DUE TO DI-RENT-BALANCE-DUE

                       *> Set working storage variables FIRST
                       MOVE UTIL-SEARCH-DORM-ID TO WS-DORM-ID
                       MOVE "RENT" TO WS-PAYMENT-TYPE
                       MOVE SPACES TO WS-PAYMENT-NOTES
                       *> Fold the late fee into the logged amount
                       *> due so PH-AMOUNT-DUE matches what was
                       *> actually added to the balance; otherwise
                       *> VOID-PAYMENT's reversal leaves the late fee
                       *> stuck in DI-RENT-BALANCE-DUE.
                       COMPUTE WS-AMOUNT-DUE =
                               TEMP-RENT-AMOUNT + WS-LATE-FEE-AMOUNT
                       MOVE TEMP-RENT-PAID TO WS-AMOUNT-PAID
                       MOVE WS-DORM-DATE-PAID TO WS-PAYMENT-DATE-LOG
                       MOVE DI-RENT-DUE TO WS-DUE-DATE-LOG
                       
                       REWRITE DORM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Could not update."
                           NOT INVALID KEY
                               *> NOW call the logging function
                               PERFORM LOG-PAYMENT-HISTORY
                               PERFORM GENERATE-PAYMENT-RECEIPT

                               IF WS-CR-APPLY-AMT > 0
                                   MOVE WS-PAYMENT-TENANT-LOG
                                       TO WS-CR-TENANT-ID
                                   PERFORM CREDIT-POST-APPLICATION
                               END-IF
                               IF WS-CR-EXCESS > 0
                                   PERFORM CREDIT-CAPTURE-POST
                               END-IF

                               MOVE UTIL-SEARCH-DORM-ID
                                   TO WS-PLAN-PAY-DORM
                               MOVE WS-PAYMENT-TENANT-LOG
                                   TO WS-PLAN-PAY-TENANT
                               MOVE TEMP-RENT-PAID TO WS-PLAN-PAY-AMT
                               MOVE WS-DORM-DATE-PAID
                                   TO WS-PLAN-PAY-DATE
                               PERFORM PLAN-APPLY-PAYMENT

                               DISPLAY "Rent payment recorded!"
                       END-REWRITE
                   ELSE
                       DISPLAY "Payment cancelled."
                   END-IF
                   
               END-READ
               
               CLOSE DORM-FILE
           END-IF
           
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.
      
      *============================
      *FUNCTION: PAY ELECTRICITY
      *============================
           PAY-ELECTRICITY.
           DISPLAY "==============================="
           DISPLAY "      PAY ELECTRICITY"
           DISPLAY "==============================="
           
           *> Display all occupied dorms
           DISPLAY " "
           DISPLAY "OCCUPIED DORMS:"
           DISPLAY "---------------------------------------"
           OPEN INPUT DORM-FILE
           
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START
   
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0
                           DISPLAY "ID: " DI-ID 
                                   " | Last Amount Due: " 
                                   DI-ELECTRICITY-AMT
                                   " | Due: " DI-ELECTRICITY-DUE
                                   " | Last Paid: " 
                                   DI-ELECTRICITY-LAST
                                   " | Amt Paid: " 
                                   DI-ELECTRICITY-PAID-AMT
                       END-IF
               END-READ
           END-PERFORM
           
           CLOSE DORM-FILE
           DISPLAY "---------------------------------------"
           DISPLAY " "
           
           DISPLAY "Enter Dorm ID (or EXIT to cancel): "
           ACCEPT UTIL-SEARCH-DORM-ID
           
           *> Convert to uppercase
           INSPECT UTIL-SEARCH-DORM-ID 
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           
           IF UTIL-SEARCH-DORM-ID = "EXIT"
               DISPLAY "Payment cancelled."
               PERFORM EXIT-PROMT
           ELSE
               OPEN I-O DORM-FILE
               
               MOVE UTIL-SEARCH-DORM-ID TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "ERROR: DORM NOT FOUND."
                   NOT INVALID KEY
                       DISPLAY "Last Amount Due: " DI-ELECTRICITY-AMT
                       DISPLAY "Last Due Date: " DI-ELECTRICITY-DUE
                       DISPLAY "Prior Balance Due: "
                               DI-ELECTRICITY-BALANCE-DUE
                       DISPLAY " "

                       MOVE DI-ELECTRICITY-DUE TO WS-CHECK-DUE-DATE
                       ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
                       PERFORM CALC-OVERDUE-DAYS
                       MOVE 0 TO WS-LATE-FEE-AMOUNT
                       IF WS-OVERDUE-FLAG = "Y" AND
                               DI-ELECTRICITY-BALANCE-DUE > 0
                           COMPUTE WS-LATE-FEE-AMOUNT ROUNDED =
                                   DI-ELECTRICITY-BALANCE-DUE *
                                   WS-LATE-FEE-PCT / 100
                           DISPLAY "LATE FEE (" WS-DAYS-OVERDUE
                                   " DAYS OVERDUE): "
                                   WS-LATE-FEE-AMOUNT
                       END-IF

                       DISPLAY "Enter NEW electricity bill amount: "
                       ACCEPT TEMP-ELECTRICITY-AMT
                       MOVE TEMP-ELECTRICITY-AMT TO DI-ELECTRICITY-AMT

                       DISPLAY "Enter amount paid: "
                       ACCEPT TEMP-ELECTRICITY-PAID

                       DISPLAY "Paying Tenant ID (blank if for the "
                               "whole room): "
                       MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                       ACCEPT WS-PAYMENT-TENANT-LOG
                       INSPECT WS-PAYMENT-TENANT-LOG
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       PERFORM VALIDATE-PAYING-TENANT

                       PERFORM ACCEPT-PAYMENT-METHOD

                       DISPLAY "Enter payment date (YYYY-MM-DD): "
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                           MOVE SPACES TO WS-DORM-DATE-PAID
                           ACCEPT WS-DORM-DATE-PAID
                           MOVE WS-DORM-DATE-PAID TO
                                WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                           IF WS-DATE-VALID-FLAG = "Y"
                               MOVE WS-DORM-DATE-PAID
                                   TO WS-CLOSEOUT-CHECK-DATE
                               PERFORM CHECK-DATE-NOT-CLOSED
                               IF WS-DATE-CLOSED-FLAG = "Y"
                                   MOVE "N" TO WS-DATE-VALID-FLAG
                                   DISPLAY "THAT DATE IS ALREADY "
                                           "RECONCILED (CLOSED). "
                                           "ENTER ANOTHER DATE: "
                               END-IF
                           ELSE
                               DISPLAY "INVALID DATE. USE FORMAT "
                                       "YYYY-MM-DD: "
                           END-IF
                       END-PERFORM

                       DISPLAY "Enter next due date (YYYY-MM-DD): "
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                           MOVE SPACES TO DI-ELECTRICITY-DUE
                           ACCEPT DI-ELECTRICITY-DUE
                           MOVE DI-ELECTRICITY-DUE TO
                                WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                           IF WS-DATE-VALID-FLAG = "N"
                               DISPLAY "INVALID DATE. USE FORMAT "
                                       "YYYY-MM-DD: "
                           END-IF
                       END-PERFORM

                       COMPUTE WS-NEW-BALANCE-DUE =
                               DI-ELECTRICITY-BALANCE-DUE +
                               TEMP-ELECTRICITY-AMT -
                               TEMP-ELECTRICITY-PAID +
                               WS-LATE-FEE-AMOUNT

                       DISPLAY " "
                       DISPLAY "SUMMARY:"
                       DISPLAY "  Amount Due: " DI-ELECTRICITY-AMT
                       DISPLAY "  Amount Paid: " TEMP-ELECTRICITY-PAID
                       DISPLAY "  Payment Date: " WS-DORM-DATE-PAID
                       DISPLAY "  Next Due Date: " DI-ELECTRICITY-DUE
                       DISPLAY "  New Balance Due: " WS-NEW-BALANCE-DUE
                       DISPLAY " "
                       DISPLAY "Confirm payment (Y/N): "
                       ACCEPT WS-CONFIRM-PAYMENT
                       INSPECT WS-CONFIRM-PAYMENT
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                       IF WS-CONFIRM-PAYMENT = "Y"
                           MOVE 0 TO WS-CR-EXCESS
                           MOVE "ELECTRICITY" TO WS-CR-TYPE
                           IF WS-NEW-BALANCE-DUE < 0
                               PERFORM OFFER-CAPTURE-CREDIT
                           END-IF
                           MOVE WS-DORM-DATE-PAID
-                              TO DI-ELECTRICITY-LAST
                           MOVE TEMP-ELECTRICITY-PAID
-                              TO DI-ELECTRICITY-PAID-AMT
                           MOVE WS-NEW-BALANCE-DUE
                                TO DI-ELECTRICITY-BALANCE-DUE

                           *> Set working storage variables FIRST
                           MOVE UTIL-SEARCH-DORM-ID TO WS-DORM-ID
                           MOVE "ELECTRICITY" TO WS-PAYMENT-TYPE
                           MOVE SPACES TO WS-PAYMENT-NOTES
                           *> Fold the late fee into the logged
                           *> amount due so PH-AMOUNT-DUE matches
                           *> what was actually added to the balance;
                           *> otherwise VOID-PAYMENT's reversal
                           *> leaves the late fee stuck in
                           *> DI-ELECTRICITY-BALANCE-DUE.
                           COMPUTE WS-AMOUNT-DUE =
                               TEMP-ELECTRICITY-AMT +
                               WS-LATE-FEE-AMOUNT
                           MOVE TEMP-ELECTRICITY-PAID TO WS-AMOUNT-PAID
                           MOVE WS-DORM-DATE-PAID TO WS-PAYMENT-DATE-LOG
                           MOVE DI-ELECTRICITY-DUE TO WS-DUE-DATE-LOG
                           
                           REWRITE DORM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Could not update."
                           NOT INVALID KEY
                               PERFORM LOG-PAYMENT-HISTORY
                               PERFORM GENERATE-PAYMENT-RECEIPT

                               IF WS-CR-EXCESS > 0
                                   PERFORM CREDIT-CAPTURE-POST
                               END-IF

                               MOVE UTIL-SEARCH-DORM-ID
                                   TO WS-PLAN-PAY-DORM
                               MOVE WS-PAYMENT-TENANT-LOG
                                   TO WS-PLAN-PAY-TENANT
                               MOVE TEMP-ELECTRICITY-PAID
                                   TO WS-PLAN-PAY-AMT
                               MOVE WS-DORM-DATE-PAID
                                   TO WS-PLAN-PAY-DATE
                               PERFORM PLAN-APPLY-PAYMENT

                               DISPLAY "Electricity payment recorded!"
                           END-REWRITE
                       ELSE
                           DISPLAY "Payment cancelled."
                       END-IF
                       
               END-READ
               
               CLOSE DORM-FILE
           END-IF
           
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.
       
      *============================
      *FUNCTION: PAY WATER
      *============================
           PAY-WATER.
           DISPLAY "==============================="
           DISPLAY "        PAY WATER"
           DISPLAY "==============================="
           
           DISPLAY " "
           DISPLAY "OCCUPIED DORMS:"
           DISPLAY "---------------------------------------"
           OPEN INPUT DORM-FILE
           
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START
   
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0
                           DISPLAY "ID: " DI-ID 
                                   " | Last Amount Due: " DI-WATER-AMT
                                   " | Due: " DI-WATER-DUE
                                   " | Last Paid: " DI-WATER-LAST-PAID
                                   " | Amt Paid: " DI-WATER-PAID-AMT
                       END-IF
               END-READ
           END-PERFORM
           
           CLOSE DORM-FILE
           DISPLAY "---------------------------------------"
           DISPLAY " "
           
           DISPLAY "Enter Dorm ID (or EXIT to cancel): "
           ACCEPT UTIL-SEARCH-DORM-ID
           
           INSPECT UTIL-SEARCH-DORM-ID 
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           
           IF UTIL-SEARCH-DORM-ID = "EXIT"
               DISPLAY "Payment cancelled."
               PERFORM EXIT-PROMT
           ELSE
               OPEN I-O DORM-FILE
               
               MOVE UTIL-SEARCH-DORM-ID TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "ERROR: DORM NOT FOUND."
                   NOT INVALID KEY
                       DISPLAY "Last Amount Due: " DI-WATER-AMT
                       DISPLAY "Last Due Date: " DI-WATER-DUE
                       DISPLAY "Prior Balance Due: "
                               DI-WATER-BALANCE-DUE
                       DISPLAY " "

                       MOVE DI-WATER-DUE TO WS-CHECK-DUE-DATE
                       ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
                       PERFORM CALC-OVERDUE-DAYS
                       MOVE 0 TO WS-LATE-FEE-AMOUNT
                       IF WS-OVERDUE-FLAG = "Y" AND
                               DI-WATER-BALANCE-DUE > 0
                           COMPUTE WS-LATE-FEE-AMOUNT ROUNDED =
                                   DI-WATER-BALANCE-DUE *
                                   WS-LATE-FEE-PCT / 100
                           DISPLAY "LATE FEE (" WS-DAYS-OVERDUE
                                   " DAYS OVERDUE): "
                                   WS-LATE-FEE-AMOUNT
                       END-IF

                       DISPLAY "Enter NEW WATER bill amount: "
                       ACCEPT TEMP-WATER-AMT
                       MOVE TEMP-WATER-AMT TO DI-WATER-AMT

                       DISPLAY "Enter amount paid: "
                       ACCEPT TEMP-WATER-PAID

                       DISPLAY "Paying Tenant ID (blank if for the "
                               "whole room): "
                       MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                       ACCEPT WS-PAYMENT-TENANT-LOG
                       INSPECT WS-PAYMENT-TENANT-LOG
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       PERFORM VALIDATE-PAYING-TENANT

                       PERFORM ACCEPT-PAYMENT-METHOD

                       DISPLAY "Enter payment date (YYYY-MM-DD): "
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                           MOVE SPACES TO WS-DORM-DATE-PAID
                           ACCEPT WS-DORM-DATE-PAID
                           MOVE WS-DORM-DATE-PAID TO
                                WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                           IF WS-DATE-VALID-FLAG = "Y"
                               MOVE WS-DORM-DATE-PAID
                                   TO WS-CLOSEOUT-CHECK-DATE
                               PERFORM CHECK-DATE-NOT-CLOSED
                               IF WS-DATE-CLOSED-FLAG = "Y"
                                   MOVE "N" TO WS-DATE-VALID-FLAG
                                   DISPLAY "THAT DATE IS ALREADY "
                                           "RECONCILED (CLOSED). "
                                           "ENTER ANOTHER DATE: "
                               END-IF
                           ELSE
                               DISPLAY "INVALID DATE. USE FORMAT "
                                       "YYYY-MM-DD: "
                           END-IF
                       END-PERFORM

                       DISPLAY "Enter next due date (YYYY-MM-DD): "
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                           MOVE SPACES TO DI-WATER-DUE
                           ACCEPT DI-WATER-DUE
                           MOVE DI-WATER-DUE TO WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                           IF WS-DATE-VALID-FLAG = "N"
                               DISPLAY "INVALID DATE. USE FORMAT "
                                       "YYYY-MM-DD: "
                           END-IF
                       END-PERFORM

                       COMPUTE WS-NEW-BALANCE-DUE =
                               DI-WATER-BALANCE-DUE + TEMP-WATER-AMT
                               - TEMP-WATER-PAID + WS-LATE-FEE-AMOUNT

                       DISPLAY " "
                       DISPLAY "SUMMARY:"
                       DISPLAY "  Amount Due: " DI-WATER-AMT
                       DISPLAY "  Amount Paid: " TEMP-WATER-PAID
                       DISPLAY "  Payment Date: " WS-DORM-DATE-PAID
                       DISPLAY "  Next Due Date: " DI-WATER-DUE
                       DISPLAY "  New Balance Due: " WS-NEW-BALANCE-DUE
                       DISPLAY " "
                       DISPLAY "Confirm payment (Y/N): "
                       ACCEPT WS-CONFIRM-PAYMENT
                       INSPECT WS-CONFIRM-PAYMENT
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                    IF WS-CONFIRM-PAYMENT = "Y"
                       MOVE 0 TO WS-CR-EXCESS
                       MOVE "WATER" TO WS-CR-TYPE
                       IF WS-NEW-BALANCE-DUE < 0
                           PERFORM OFFER-CAPTURE-CREDIT
                       END-IF
                       MOVE WS-DORM-DATE-PAID TO DI-WATER-LAST-PAID
                       MOVE TEMP-WATER-PAID TO DI-WATER-PAID-AMT
                       MOVE WS-NEW-BALANCE-DUE TO DI-WATER-BALANCE-DUE

                       *> Set working storage variables FIRST
                       MOVE UTIL-SEARCH-DORM-ID TO WS-DORM-ID
                       MOVE "WATER" TO WS-PAYMENT-TYPE
                       MOVE SPACES TO WS-PAYMENT-NOTES
                       *> Fold the late fee into the logged amount
                       *> due so PH-AMOUNT-DUE matches what was
                       *> actually added to the balance; otherwise
                       *> VOID-PAYMENT's reversal leaves the late fee
                       *> stuck in DI-WATER-BALANCE-DUE.
                       COMPUTE WS-AMOUNT-DUE =
                               TEMP-WATER-AMT + WS-LATE-FEE-AMOUNT
                       MOVE TEMP-WATER-PAID TO WS-AMOUNT-PAID
                       MOVE WS-DORM-DATE-PAID TO WS-PAYMENT-DATE-LOG
                       MOVE DI-WATER-DUE TO WS-DUE-DATE-LOG
                       
                       REWRITE DORM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Could not update."
                           NOT INVALID KEY
                               PERFORM LOG-PAYMENT-HISTORY
                               PERFORM GENERATE-PAYMENT-RECEIPT

                               IF WS-CR-EXCESS > 0
                                   PERFORM CREDIT-CAPTURE-POST
                               END-IF

                               MOVE UTIL-SEARCH-DORM-ID
                                   TO WS-PLAN-PAY-DORM
                               MOVE WS-PAYMENT-TENANT-LOG
                                   TO WS-PLAN-PAY-TENANT
                               MOVE TEMP-WATER-PAID TO WS-PLAN-PAY-AMT
                               MOVE WS-DORM-DATE-PAID
                                   TO WS-PLAN-PAY-DATE
                               PERFORM PLAN-APPLY-PAYMENT

                               DISPLAY "Water payment recorded!"
                       END-REWRITE
                   ELSE
                       DISPLAY "Payment cancelled."
                   END-IF                 
                   
               END-READ
               
               CLOSE DORM-FILE
           END-IF
           
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IMPORT UTILITY COMPANY BILLING FILE
      *============================
       IMPORT-UTILITY-CHARGES.
           DISPLAY "=========================================="
           DISPLAY "   IMPORT UTILITY BILLING FILE"
           DISPLAY "=========================================="
           DISPLAY "Reads the utility company's CSV (room "
                   "number, billing period, amount), posts each "
                   "line to the matching room, and lists lines "
                   "that match no room in a dated import_rejects "
                   "file."
           DISPLAY " "

           DISPLAY "1 - ELECTRICITY FILE"
           DISPLAY "2 - WATER FILE"
           DISPLAY "ENTER CHOICE (1 - 2): "
           MOVE 0 TO WS-IMP-TYPE-CHOICE
           ACCEPT WS-IMP-TYPE-CHOICE
           PERFORM UNTIL WS-IMP-TYPE-CHOICE = 1 OR
                         WS-IMP-TYPE-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-IMP-TYPE-CHOICE
           END-PERFORM
           IF WS-IMP-TYPE-CHOICE = 1
               MOVE "ELECTRICITY" TO WS-IMP-TYPE
           ELSE
               MOVE "WATER" TO WS-IMP-TYPE
           END-IF

           DISPLAY "ENTER BILLING FILE NAME (e.g., elec_aug.csv): "
           ACCEPT WS-IMPORT-FILENAME
           IF WS-IMPORT-FILENAME = SPACES
               DISPLAY "IMPORT CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER DUE DATE FOR POSTED CHARGES "
                   "(YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-IMP-DUE-DATE
               ACCEPT WS-IMP-DUE-DATE
               MOVE WS-IMP-DUE-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           OPEN INPUT UTILITY-IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT OPEN " WS-IMPORT-FILENAME
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Pre-scan for the run registry: line count and total,
           *> which is how a re-imported file is recognized
           MOVE 0 TO WS-IR-SCAN-COUNT
           MOVE 0 TO WS-IR-SCAN-TOTAL
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ UTILITY-IMPORT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF UTILITY-IMPORT-RECORD NOT = SPACES
                           ADD 1 TO WS-IR-SCAN-COUNT
                           MOVE UTILITY-IMPORT-RECORD
                               TO WS-IMP-LINE
                           PERFORM IMPORT-PRESCAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UTILITY-IMPORT-FILE

           MOVE "UTILIMP" TO WS-IR-KIND
           MOVE WS-IMPORT-FILENAME TO WS-IR-CHECK-NAME
           PERFORM IMPORT-CHECK-DUPLICATE
           IF WS-IR-DUP-FOUND = "Y"
               DISPLAY "WARNING: A COMPLETED RUN OF "
                       WS-IMPORT-FILENAME " WITH THE SAME LINE "
                       "COUNT AND TOTAL IS ON THE REGISTRY. "
                       "IMPORTING AGAIN WOULD DOUBLE-CHARGE "
                       "EVERY ROOM."
               PERFORM CHECK-MANAGER-ACCESS
               IF WS-ACCESS-OK = "N"
                   DISPLAY "IMPORT REFUSED."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "MANAGER OVERRIDE - IMPORT ANYWAY (Y/N): "
               ACCEPT WS-IR-CONFIRM
               INSPECT WS-IR-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-IR-CONFIRM NOT = "Y"
                   DISPLAY "IMPORT REFUSED."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM IMPORT-SETUP-RUN

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT

           MOVE "IMPREJECT" TO WS-RC-REPORT
           MOVE "import_rejects" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-IMP-REJECT-NAME
           STRING "FILE " DELIMITED BY SIZE
                  WS-IMPORT-FILENAME DELIMITED BY SPACE
                  " RUN " DELIMITED BY SIZE
                  WS-IR-RUN-ID DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING

           OPEN INPUT UTILITY-IMPORT-FILE
           OPEN OUTPUT IMPORT-REJECT-FILE
           OPEN I-O DORM-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-IMP-POST-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-IMP-POST-DATE
           END-STRING

           MOVE 0 TO WS-IMP-POSTED-COUNT
           MOVE 0 TO WS-IMP-REJECT-COUNT
           MOVE 0 TO WS-IR-LINE-NO
           MOVE "N" TO UTIL-EOF

           PERFORM UNTIL UTIL-EOF = "Y"
               READ UTILITY-IMPORT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF UTILITY-IMPORT-RECORD NOT = SPACES
                           ADD 1 TO WS-IR-LINE-NO
                           *> Lines at or before the checkpoint
                           *> were posted before the interruption
                           IF WS-IR-LINE-NO > WS-IR-RESUME-LINE
                               MOVE UTILITY-IMPORT-RECORD
                                   TO WS-IMP-LINE
                               PERFORM IMPORT-PROCESS-LINE
                               PERFORM IMPORT-WRITE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UTILITY-IMPORT-FILE
           CLOSE IMPORT-REJECT-FILE
           CLOSE DORM-FILE
           PERFORM RPT-CATALOG-RUN

           PERFORM RELEASE-UPDATE-LOCK

           PERFORM IMPORT-FINISH-RUN

           DISPLAY " "
           DISPLAY "IMPORT COMPLETE. RUN " WS-IR-RUN-ID
           DISPLAY "  CHARGES POSTED : " WS-IMP-POSTED-COUNT
           DISPLAY "  LINES REJECTED : " WS-IMP-REJECT-COUNT
           IF WS-IMP-REJECT-COUNT > 0
               DISPLAY "  SEE " FUNCTION TRIM(WS-IMP-REJECT-NAME)
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IMPORT - PRE-SCAN ONE LINE FOR THE TOTALS
      *============================
       IMPORT-PRESCAN-LINE.
           MOVE SPACES TO WS-IMP-ROOM-X
           MOVE SPACES TO WS-IMP-PERIOD
           MOVE SPACES TO WS-IMP-AMOUNT-X
           UNSTRING WS-IMP-LINE DELIMITED BY ","
               INTO WS-IMP-ROOM-X
                    WS-IMP-PERIOD
                    WS-IMP-AMOUNT-X
           END-UNSTRING
           IF WS-IMP-AMOUNT-X NOT = SPACES AND
              FUNCTION TRIM(WS-IMP-AMOUNT-X) IS NUMERIC
               COMPUTE WS-IR-SCAN-TOTAL = WS-IR-SCAN-TOTAL +
                       FUNCTION NUMVAL(WS-IMP-AMOUNT-X)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RUN REGISTRY - SAME FILE ALREADY DONE?
      *============================
      *Caller sets WS-IR-KIND, WS-IR-CHECK-NAME and the scan
      *count/total.
       IMPORT-CHECK-DUPLICATE.
           MOVE "N" TO WS-IR-DUP-FOUND
           OPEN INPUT IMPORT-RUN-FILE
           IF WS-IR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IR-SCAN-EOF
           PERFORM UNTIL WS-IR-SCAN-EOF = "Y"
               READ IMPORT-RUN-FILE
                   AT END
                       MOVE "Y" TO WS-IR-SCAN-EOF
                   NOT AT END
                       IF IR-KIND = WS-IR-KIND AND
                          IR-STATUS = "DONE" AND
                          IR-FILENAME = WS-IR-CHECK-NAME AND
                          IR-LINE-COUNT = WS-IR-SCAN-COUNT AND
                          IR-TOTAL = WS-IR-SCAN-TOTAL
                           MOVE "Y" TO WS-IR-DUP-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPORT-RUN-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RUN REGISTRY - NEW OR RESUMED RUN
      *============================
       IMPORT-SETUP-RUN.
           MOVE 0 TO WS-IR-RESUME-LINE
           MOVE "N" TO WS-IR-RESUME

           *> A RUNNING row for the same file means the last run
           *> died mid-way; the checkpoint says where it stopped
           OPEN INPUT IMPORT-RUN-FILE
           IF WS-IR-FILE-STATUS = "00"
               MOVE "N" TO WS-IR-SCAN-EOF
               PERFORM UNTIL WS-IR-SCAN-EOF = "Y"
                   READ IMPORT-RUN-FILE
                       AT END
                           MOVE "Y" TO WS-IR-SCAN-EOF
                       NOT AT END
                           IF IR-KIND = "UTILIMP" AND
                              IR-STATUS = "RUNNING" AND
                              IR-FILENAME = WS-IMPORT-FILENAME
                               MOVE "Y" TO WS-IR-RESUME
                               MOVE IR-RUN-ID TO WS-IR-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-RUN-FILE
           END-IF

           IF WS-IR-RESUME = "Y"
               OPEN INPUT IMPORT-CHK-FILE
               IF WS-IRC-FILE-STATUS = "00"
                   READ IMPORT-CHK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IRC-RUN-ID = WS-IR-RUN-ID
                               MOVE IRC-LAST-LINE
                                   TO WS-IR-RESUME-LINE
                           END-IF
                   END-READ
                   CLOSE IMPORT-CHK-FILE
               END-IF
               DISPLAY "RESUMING INTERRUPTED RUN " WS-IR-RUN-ID
                       " AFTER LINE " WS-IR-RESUME-LINE "."
               EXIT PARAGRAPH
           END-IF

           *> Fresh run: next id, booked as RUNNING up front
           MOVE 0 TO WS-IR-ID-MAX
           OPEN INPUT IMPORT-RUN-FILE
           IF WS-IR-FILE-STATUS = "00"
               MOVE "N" TO WS-IR-SCAN-EOF
               PERFORM UNTIL WS-IR-SCAN-EOF = "Y"
                   READ IMPORT-RUN-FILE
                       AT END
                           MOVE "Y" TO WS-IR-SCAN-EOF
                       NOT AT END
                           IF IR-RUN-ID(1:2) = "IR" AND
                              IR-RUN-ID(3:8) IS NUMERIC
                               MOVE IR-RUN-ID(3:8)
                                   TO WS-IR-ID-NUM
                               IF WS-IR-ID-NUM > WS-IR-ID-MAX
                                   MOVE WS-IR-ID-NUM
                                       TO WS-IR-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-RUN-FILE
           END-IF
           ADD 1 TO WS-IR-ID-MAX
           MOVE SPACES TO WS-IR-RUN-ID
           STRING "IR" DELIMITED BY SIZE
                  WS-IR-ID-MAX DELIMITED BY SIZE
                  INTO WS-IR-RUN-ID
           END-STRING

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-IR-RUN-ID TO IR-RUN-ID
           MOVE "UTILIMP" TO IR-KIND
           MOVE WS-IMPORT-FILENAME TO IR-FILENAME
           MOVE WS-IR-SCAN-COUNT TO IR-LINE-COUNT
           MOVE WS-IR-SCAN-TOTAL TO IR-TOTAL
           MOVE WS-IMP-TYPE TO IR-TYPE
           MOVE "RUNNING" TO IR-STATUS
           MOVE 0 TO IR-LAST-LINE
           MOVE SPACES TO IR-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO IR-DATE
           END-STRING
           OPEN EXTEND IMPORT-RUN-FILE
           WRITE IMPORT-RUN-RECORD
           CLOSE IMPORT-RUN-FILE
           DISPLAY "REGISTERED RUN " WS-IR-RUN-ID "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RUN REGISTRY - CHECKPOINT AFTER EACH LINE
      *============================
       IMPORT-WRITE-CHECKPOINT.
           MOVE WS-IR-RUN-ID TO IRC-RUN-ID
           MOVE WS-IR-LINE-NO TO IRC-LAST-LINE
           OPEN OUTPUT IMPORT-CHK-FILE
           WRITE IMPORT-CHK-RECORD
           CLOSE IMPORT-CHK-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RUN REGISTRY - MARK THE RUN DONE
      *============================
       IMPORT-FINISH-RUN.
           OPEN INPUT IMPORT-RUN-FILE
           IF WS-IR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-IMPORT-RUN-FILE
           MOVE "N" TO WS-IR-SCAN-EOF
           PERFORM UNTIL WS-IR-SCAN-EOF = "Y"
               READ IMPORT-RUN-FILE
                   AT END
                       MOVE "Y" TO WS-IR-SCAN-EOF
                   NOT AT END
                       IF IR-RUN-ID = WS-IR-RUN-ID
                           MOVE "DONE" TO IR-STATUS
                           MOVE WS-IR-LINE-NO TO IR-LAST-LINE
                       END-IF
                       WRITE TEMP-IMPORT-RUN-RECORD
                           FROM IMPORT-RUN-RECORD
               END-READ
           END-PERFORM
           CLOSE IMPORT-RUN-FILE TEMP-IMPORT-RUN-FILE
           PERFORM SAVE-IMPORT-RUN-RECORD

           *> The checkpoint has served its purpose
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"
           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del imprun.chk"
           ELSE
               CALL "SYSTEM" USING "rm -f imprun.chk"
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE IMPORT RUN RECORD
      *============================
       SAVE-IMPORT-RUN-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del imprun.dat"
               CALL "SYSTEM" USING "rename tempir.dat imprun.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempir.dat imprun.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD-DEBT REGISTER MENU
      *============================
       BAD-DEBT-REGISTER-MENU.
           PERFORM UNTIL UTIL-BD-CHOICE = 5
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "    BAD-DEBT REGISTER"
           DISPLAY "=============================="
           DISPLAY "1 - LIST REGISTER"
           DISPLAY "2 - APPROVE PENDING WRITE-OFFS"
           DISPLAY "3 - RECORD A PAYMENT ON AN ACCOUNT"
           DISPLAY "4 - BAD-DEBT REPORT (YEAR / BUILDING)"
           DISPLAY "5 - BACK"

           DISPLAY "ENTER CHOICE (1 - 5): "
           ACCEPT UTIL-BD-CHOICE

           EVALUATE UTIL-BD-CHOICE
               WHEN 1
                   PERFORM BD-LIST-REGISTER
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM BD-APPROVE-WRITEOFFS
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM BD-RECORD-PAYMENT
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM BD-REPORT
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - LIST THE REGISTER
      *============================
       BD-LIST-REGISTER.
           DISPLAY "STATUS (PENDING/WRITTEN-OFF/COLLECTED, "
                   "EMPTY FOR ALL): "
           MOVE SPACES TO WS-BD-STATUS-FILTER
           ACCEPT WS-BD-STATUS-FILTER
           INSPECT WS-BD-STATUS-FILTER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY " "
           DISPLAY "BAD-DEBT REGISTER:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-BD-COUNT
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS NOT = "00"
               DISPLAY "NO ACCOUNTS ON THE REGISTER."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ BAD-DEBT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF WS-BD-STATUS-FILTER = SPACES OR
                          BD-STATUS = WS-BD-STATUS-FILTER
                           ADD 1 TO WS-BD-COUNT
                           PERFORM BD-SHOW-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAD-DEBT-FILE
           IF WS-BD-COUNT = 0
               DISPLAY "NO MATCHING ACCOUNTS."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - SHOW ONE REGISTER ROW
      *============================
       BD-SHOW-ROW.
           MOVE BD-AMOUNT TO WS-BD-AMT-EDIT
           DISPLAY BD-ID " | TENANT " BD-TENANT-ID
                   " | ROOM " BD-DORM-ID " | " BD-STATUS
           DISPLAY "   RAISED " BD-RAISED-DATE
                   " | AMOUNT " WS-BD-AMT-EDIT
           IF BD-GUARANTOR NOT = SPACES
               DISPLAY "   GUARANTOR: " FUNCTION TRIM(BD-GUARANTOR)
                       " (" FUNCTION TRIM(BD-GU-CONTACT) ")"
           END-IF
           IF BD-COLLECTED NOT = 0
               MOVE BD-COLLECTED TO WS-BD-AMT-EDIT
               DISPLAY "   COLLECTED BEFORE WRITE-OFF: "
                       WS-BD-AMT-EDIT
           END-IF
           IF BD-STATUS = "WRITTEN-OFF"
               MOVE BD-WRITTEN-OFF TO WS-BD-AMT-EDIT
               DISPLAY "   WRITTEN OFF " WS-BD-AMT-EDIT
                       " ON " BD-APPROVED-DATE
                       " BY " BD-APPROVED-BY
               MOVE BD-RECOVERED TO WS-BD-AMT-EDIT
               DISPLAY "   RECOVERED SINCE: " WS-BD-AMT-EDIT
           END-IF
           IF BD-LAST-PAID NOT = SPACES
               DISPLAY "   LAST PAYMENT: " BD-LAST-PAID
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - APPROVE PENDING WRITE-OFFS
      *============================
      *Until a manager approves it a vacancy balance is still a
      *receivable; approval takes whatever is still uncollected off
      *the books.
       BD-APPROVE-WRITEOFFS.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "   APPROVE BAD-DEBT WRITE-OFFS"
           DISPLAY "=============================="
           MOVE 0 TO WS-BD-COUNT
           MOVE 0 TO WS-BD-SUM
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ BAD-DEBT-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF BD-STATUS = "PENDING"
                               ADD 1 TO WS-BD-COUNT
                               COMPUTE WS-BD-SUM = WS-BD-SUM +
                                       BD-AMOUNT - BD-COLLECTED
                               PERFORM BD-SHOW-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF
           IF WS-BD-COUNT = 0
               DISPLAY "NO WRITE-OFFS AWAITING APPROVAL."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BD-SUM TO WS-BD-EDIT-A
           DISPLAY "----------------------------------------"
           DISPLAY WS-BD-COUNT " PENDING, OUTSTANDING "
                   WS-BD-EDIT-A

           DISPLAY "BAD-DEBT ID TO APPROVE (ALL FOR EVERY PENDING "
                   "ACCOUNT): "
           MOVE SPACES TO WS-BD-LOOK-ID
           ACCEPT WS-BD-LOOK-ID
           INSPECT WS-BD-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-BD-LOOK-ID = SPACES
               DISPLAY "NOTHING APPROVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM WRITE-OFF OF " FUNCTION TRIM(WS-BD-LOOK-ID)
                   " (Y/N): "
           ACCEPT WS-BD-CONFIRM
           INSPECT WS-BD-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-BD-CONFIRM NOT = "Y"
               DISPLAY "NOTHING APPROVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "CHANGE NOT SAVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM BD-TODAY-DATE
           MOVE "A" TO WS-BD-UPDATE-MODE
           PERFORM BD-UPDATE-REGISTER
           PERFORM RELEASE-UPDATE-LOCK

           IF WS-BD-COUNT = 0
               DISPLAY "NO PENDING ACCOUNT " WS-BD-LOOK-ID "."
           ELSE
               DISPLAY WS-BD-COUNT " ACCOUNT(S) WRITTEN OFF."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - RECORD A PAYMENT ON AN ACCOUNT
      *============================
      *Money on a pending account is an ordinary collection; money
      *on an account already written off is a recovery, and both
      *post to history under their own type for the GL export.
       BD-RECORD-PAYMENT.
           DISPLAY "=============================="
           DISPLAY "   PAYMENT ON BAD-DEBT ACCOUNT"
           DISPLAY "=============================="
           DISPLAY "BAD-DEBT ID: "
           MOVE SPACES TO WS-BD-LOOK-ID
           ACCEPT WS-BD-LOOK-ID
           INSPECT WS-BD-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-BD-FOUND
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ BAD-DEBT-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF BD-ID = WS-BD-LOOK-ID
                               MOVE "Y" TO WS-BD-FOUND
                               MOVE "Y" TO UTIL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF
           IF WS-BD-FOUND = "N"
               DISPLAY "BAD-DEBT ACCOUNT " WS-BD-LOOK-ID
                       " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM BD-SHOW-ROW
           MOVE BD-STATUS TO WS-BD-HOLD-STATUS
           MOVE BD-TENANT-ID TO WS-BD-HOLD-TENANT
           MOVE BD-DORM-ID TO WS-BD-HOLD-DORM
           EVALUATE BD-STATUS
               WHEN "PENDING"
                   COMPUTE WS-BD-OUTSTANDING =
                           BD-AMOUNT - BD-COLLECTED
                   MOVE "BD-COLLECTION" TO WS-BD-PAY-TYPE
               WHEN "WRITTEN-OFF"
                   COMPUTE WS-BD-OUTSTANDING =
                           BD-WRITTEN-OFF - BD-RECOVERED
                   MOVE "BD-RECOVERY" TO WS-BD-PAY-TYPE
               WHEN OTHER
                   MOVE 0 TO WS-BD-OUTSTANDING
           END-EVALUATE
           IF WS-BD-OUTSTANDING <= 0
               DISPLAY "NOTHING IS OUTSTANDING ON THIS ACCOUNT."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM BD-TODAY-DATE
           MOVE WS-BD-TODAY TO WS-CLOSEOUT-CHECK-DATE
           PERFORM CHECK-DATE-NOT-CLOSED
           IF WS-DATE-CLOSED-FLAG = "Y"
               DISPLAY "TODAY IS ALREADY RECONCILED (CLOSED). "
                       "PAYMENT NOT RECORDED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BD-OUTSTANDING TO WS-BD-AMT-EDIT
           DISPLAY "OUTSTANDING: " WS-BD-AMT-EDIT
           DISPLAY "AMOUNT RECEIVED: "
           MOVE 0 TO WS-BD-PAY-AMT
           ACCEPT WS-BD-PAY-AMT
           PERFORM UNTIL WS-BD-PAY-AMT > 0 AND
                         WS-BD-PAY-AMT <= WS-BD-OUTSTANDING
               DISPLAY "ENTER AN AMOUNT BETWEEN 1 AND "
                       WS-BD-AMT-EDIT ": "
               ACCEPT WS-BD-PAY-AMT
           END-PERFORM

           PERFORM ACCEPT-PAYMENT-METHOD

           DISPLAY "CONFIRM " FUNCTION TRIM(WS-BD-PAY-TYPE)
                   " OF " WS-BD-PAY-AMT " ON " WS-BD-LOOK-ID
                   " (Y/N): "
           ACCEPT WS-BD-CONFIRM
           INSPECT WS-BD-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-BD-CONFIRM NOT = "Y"
               DISPLAY "PAYMENT CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "PAYMENT NOT RECORDED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Nothing is owed on the room any more, so amount due
           *> is zero and the balance rebuild leaves it alone
           MOVE WS-BD-HOLD-DORM TO WS-DORM-ID
           MOVE WS-BD-PAY-TYPE TO WS-PAYMENT-TYPE
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE WS-BD-PAY-AMT TO WS-AMOUNT-PAID
           MOVE WS-BD-TODAY TO WS-PAYMENT-DATE-LOG
           MOVE WS-BD-TODAY TO WS-DUE-DATE-LOG
           *> The account ID sits at a fixed place in the notes
           *> so a void or the report can find the account again
           MOVE SPACES TO WS-PAYMENT-NOTES
           IF WS-BD-PAY-TYPE = "BD-RECOVERY"
               STRING "BAD-DEBT ACCOUNT " DELIMITED BY SIZE
                      WS-BD-LOOK-ID DELIMITED BY SIZE
                      " RECOVERY AFTER WRITE-OFF" DELIMITED BY SIZE
                      INTO WS-PAYMENT-NOTES
               END-STRING
           ELSE
               STRING "BAD-DEBT ACCOUNT " DELIMITED BY SIZE
                      WS-BD-LOOK-ID DELIMITED BY SIZE
                      " COLLECTION BEFORE WRITE-OFF"
                          DELIMITED BY SIZE
                      INTO WS-PAYMENT-NOTES
               END-STRING
           END-IF
           MOVE WS-BD-HOLD-TENANT TO WS-PAYMENT-TENANT-LOG
           PERFORM LOG-PAYMENT-HISTORY
           PERFORM GENERATE-PAYMENT-RECEIPT

           MOVE "P" TO WS-BD-UPDATE-MODE
           PERFORM BD-UPDATE-REGISTER
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "PAYMENT RECORDED ON " WS-BD-LOOK-ID "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - BACK OUT A VOIDED PAYMENT
      *============================
      *Called from VOID-PAYMENT and NSF-RESTORE-BALANCE with the
      *account, amount and type of the reversed entry in
      *WS-BD-LOOK-ID / WS-BD-PAY-AMT / WS-BD-PAY-TYPE. A collection
      *that had settled the account reopens it.
       BD-REVERSE-PAYMENT.
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           MOVE "V" TO WS-BD-UPDATE-MODE
           PERFORM BD-UPDATE-REGISTER
           PERFORM RELEASE-UPDATE-LOCK
           IF WS-BD-COUNT = 0
               DISPLAY "WARNING: BAD-DEBT ACCOUNT " WS-BD-LOOK-ID
                       " NOT FOUND. REGISTER NOT ADJUSTED."
           ELSE
               DISPLAY "BAD-DEBT ACCOUNT " WS-BD-LOOK-ID
                       " ADJUSTED."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - TODAY AS YYYY-MM-DD
      *============================
       BD-TODAY-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BD-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-BD-TODAY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - REWRITE THE REGISTER
      *============================
      *WS-BD-UPDATE-MODE: A = approve WS-BD-LOOK-ID (or ALL),
      *P = apply a payment, V = back out a voided payment.
      *WS-BD-COUNT returns the number of rows changed. Reads on the
      *file status since the void path is already inside a loop.
       BD-UPDATE-REGISTER.
           MOVE 0 TO WS-BD-COUNT
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-BAD-DEBT-FILE
           PERFORM UNTIL WS-BD-FILE-STATUS NOT = "00"
               READ BAD-DEBT-FILE
                   NOT AT END
                       EVALUATE WS-BD-UPDATE-MODE
                           WHEN "A"
                               IF BD-STATUS = "PENDING" AND
                                  (WS-BD-LOOK-ID = "ALL" OR
                                   BD-ID = WS-BD-LOOK-ID)
                                   PERFORM BD-APPROVE-ONE-ROW
                               END-IF
                           WHEN "P"
                               IF BD-ID = WS-BD-LOOK-ID
                                   PERFORM BD-PAY-ONE-ROW
                               END-IF
                           WHEN "V"
                               IF BD-ID = WS-BD-LOOK-ID
                                   PERFORM BD-UNPAY-ONE-ROW
                               END-IF
                       END-EVALUATE
                       WRITE TEMP-BAD-DEBT-RECORD
                           FROM BAD-DEBT-RECORD
               END-READ
           END-PERFORM
           CLOSE BAD-DEBT-FILE TEMP-BAD-DEBT-FILE
           PERFORM SAVE-BAD-DEBT-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - APPROVE ONE ROW
      *============================
       BD-APPROVE-ONE-ROW.
           MOVE "WRITTEN-OFF" TO BD-STATUS
           MOVE WS-OPERATOR-ID TO BD-APPROVED-BY
           MOVE WS-BD-TODAY TO BD-APPROVED-DATE
           COMPUTE BD-WRITTEN-OFF = BD-AMOUNT - BD-COLLECTED
           ADD 1 TO WS-BD-COUNT

           MOVE "BADDBT" TO WS-AJ-RECORD-TYPE
           MOVE BD-ID TO WS-AJ-KEY
           MOVE "APPROVE" TO WS-AJ-ACTION
           MOVE "STATUS" TO WS-AJ-FIELD
           MOVE "PENDING" TO WS-AJ-OLD-VALUE
           MOVE SPACES TO WS-AJ-NEW-VALUE
           MOVE BD-WRITTEN-OFF TO WS-BD-AMT-EDIT
           STRING "WRITTEN-OFF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BD-AMT-EDIT) DELIMITED BY SIZE
                  INTO WS-AJ-NEW-VALUE
           END-STRING
           PERFORM LOG-AUDIT-JOURNAL
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - APPLY A PAYMENT TO ONE ROW
      *============================
       BD-PAY-ONE-ROW.
           IF WS-BD-PAY-TYPE = "BD-RECOVERY"
               ADD WS-BD-PAY-AMT TO BD-RECOVERED
           ELSE
               ADD WS-BD-PAY-AMT TO BD-COLLECTED
               IF BD-COLLECTED >= BD-AMOUNT
                   MOVE "COLLECTED" TO BD-STATUS
               END-IF
           END-IF
           MOVE WS-BD-TODAY TO BD-LAST-PAID
           ADD 1 TO WS-BD-COUNT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - BACK A VOIDED PAYMENT OUT OF ONE ROW
      *============================
       BD-UNPAY-ONE-ROW.
           IF WS-BD-PAY-TYPE = "BD-RECOVERY"
               SUBTRACT WS-BD-PAY-AMT FROM BD-RECOVERED
           ELSE
               SUBTRACT WS-BD-PAY-AMT FROM BD-COLLECTED
               *> A collection voided after the write-off was
               *> approved adds to the amount written off
               IF BD-STATUS = "WRITTEN-OFF"
                   ADD WS-BD-PAY-AMT TO BD-WRITTEN-OFF
               END-IF
               IF BD-STATUS = "COLLECTED"
                   MOVE "PENDING" TO BD-STATUS
               END-IF
           END-IF
           ADD 1 TO WS-BD-COUNT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - REPORT BY YEAR AND BUILDING
      *============================
      *Written off is counted in the year the write-off was approved;
      *recoveries in the year the money came in, net of voids and
      *returned payments. Net loss is the difference.
       BD-REPORT.
           INITIALIZE WS-BDR-TABLE
           MOVE 0 TO WS-BDR-COUNT
           MOVE 0 TO WS-BDB-COUNT
           MOVE 0 TO WS-BDR-PENDING-COUNT
           MOVE 0 TO WS-BDR-PENDING-SUM

           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ BAD-DEBT-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF WS-BDB-COUNT < 2000
                               ADD 1 TO WS-BDB-COUNT
                               MOVE BD-ID TO WS-BDB-ID(WS-BDB-COUNT)
                               MOVE BD-BUILDING
                                   TO WS-BDB-BLDG(WS-BDB-COUNT)
                           END-IF
                           IF BD-STATUS = "PENDING"
                               ADD 1 TO WS-BDR-PENDING-COUNT
                               COMPUTE WS-BDR-PENDING-SUM =
                                       WS-BDR-PENDING-SUM +
                                       BD-AMOUNT - BD-COLLECTED
                           END-IF
                           IF BD-STATUS = "WRITTEN-OFF"
                               MOVE BD-APPROVED-DATE(1:4)
                                   TO WS-BDR-KEY-YEAR
                               MOVE BD-BUILDING TO WS-BDR-KEY-BLDG
                               PERFORM BD-REPORT-FIND-ROW
                               IF WS-BDR-IDX > 0
                                   ADD BD-WRITTEN-OFF TO
                                       WS-BDR-WRITTEN(WS-BDR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF

           PERFORM AUDIT-COLLECT-VOIDED-TXNS
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-TYPE = "BD-RECOVERY"
                           PERFORM BD-REPORT-ADD-RECOVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           PERFORM BD-TODAY-DATE
           MOVE "BADDEBT" TO WS-RC-REPORT
           MOVE "bad_debt" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-BD-REPORT-NAME
           OPEN OUTPUT BAD-DEBT-REPORT-FILE

           MOVE SPACES TO BAD-DEBT-REPORT-RECORD
           STRING "BAD-DEBT REPORT AS OF " DELIMITED BY SIZE
                  WS-BD-TODAY DELIMITED BY SIZE
                  INTO BAD-DEBT-REPORT-RECORD
           END-STRING
           WRITE BAD-DEBT-REPORT-RECORD
           DISPLAY BAD-DEBT-REPORT-RECORD(1:80)
           MOVE SPACES TO BAD-DEBT-REPORT-RECORD
           STRING "YEAR BLDG    WRITTEN OFF       RECOVERED"
                  DELIMITED BY SIZE
                  "        NET LOSS" DELIMITED BY SIZE
                  INTO BAD-DEBT-REPORT-RECORD
           END-STRING
           WRITE BAD-DEBT-REPORT-RECORD
           DISPLAY BAD-DEBT-REPORT-RECORD(1:80)
           MOVE ALL "-" TO BAD-DEBT-REPORT-RECORD(1:60)
           WRITE BAD-DEBT-REPORT-RECORD
           DISPLAY BAD-DEBT-REPORT-RECORD(1:80)

           MOVE 0 TO WS-BDR-TOT-WRITTEN
           MOVE 0 TO WS-BDR-TOT-RECOVERED
           PERFORM VARYING WS-BDR-IDX FROM 1 BY 1
                   UNTIL WS-BDR-IDX > WS-BDR-COUNT
               ADD WS-BDR-WRITTEN(WS-BDR-IDX) TO WS-BDR-TOT-WRITTEN
               ADD WS-BDR-RECOVERED(WS-BDR-IDX)
                   TO WS-BDR-TOT-RECOVERED
               MOVE WS-BDR-WRITTEN(WS-BDR-IDX) TO WS-BD-EDIT-A
               MOVE WS-BDR-RECOVERED(WS-BDR-IDX) TO WS-BD-EDIT-B
               COMPUTE WS-BD-EDIT-C = WS-BDR-WRITTEN(WS-BDR-IDX) -
                       WS-BDR-RECOVERED(WS-BDR-IDX)
               MOVE SPACES TO BAD-DEBT-REPORT-RECORD
               STRING WS-BDR-YEAR(WS-BDR-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-BDR-BLDG(WS-BDR-IDX) DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-BD-EDIT-A DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-BD-EDIT-B DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-BD-EDIT-C DELIMITED BY SIZE
                      INTO BAD-DEBT-REPORT-RECORD
               END-STRING
               WRITE BAD-DEBT-REPORT-RECORD
               DISPLAY BAD-DEBT-REPORT-RECORD(1:80)
           END-PERFORM

           MOVE ALL "-" TO BAD-DEBT-REPORT-RECORD(1:60)
           WRITE BAD-DEBT-REPORT-RECORD
           DISPLAY BAD-DEBT-REPORT-RECORD(1:80)
           COMPUTE WS-BDR-NET = WS-BDR-TOT-WRITTEN -
                   WS-BDR-TOT-RECOVERED
           MOVE WS-BDR-TOT-WRITTEN TO WS-BD-EDIT-A
           MOVE WS-BDR-TOT-RECOVERED TO WS-BD-EDIT-B
           MOVE WS-BDR-NET TO WS-BD-EDIT-C
           MOVE SPACES TO BAD-DEBT-REPORT-RECORD
           STRING "TOTAL         " DELIMITED BY SIZE
                  WS-BD-EDIT-A DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-BD-EDIT-B DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-BD-EDIT-C DELIMITED BY SIZE
                  INTO BAD-DEBT-REPORT-RECORD
           END-STRING
           WRITE BAD-DEBT-REPORT-RECORD
           DISPLAY BAD-DEBT-REPORT-RECORD(1:80)

           MOVE WS-BDR-PENDING-SUM TO WS-BD-EDIT-A
           MOVE SPACES TO BAD-DEBT-REPORT-RECORD
           STRING "PENDING APPROVAL (STILL RECEIVABLE): "
                      DELIMITED BY SIZE
                  WS-BDR-PENDING-COUNT DELIMITED BY SIZE
                  " ACCOUNT(S), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BD-EDIT-A) DELIMITED BY SIZE
                  INTO BAD-DEBT-REPORT-RECORD
           END-STRING
           WRITE BAD-DEBT-REPORT-RECORD
           DISPLAY BAD-DEBT-REPORT-RECORD(1:80)
           CLOSE BAD-DEBT-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-BD-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - ADD ONE RECOVERY TO THE REPORT TABLE
      *============================
       BD-REPORT-ADD-RECOVERY.
           MOVE "N" TO WS-AUDIT-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-AUDIT-VOIDED
               END-IF
           END-PERFORM
           IF WS-AUDIT-VOIDED = "Y"
               EXIT PARAGRAPH
           END-IF

           *> Building comes from the register account the
           *> recovery was posted against
           MOVE "A" TO WS-BDR-KEY-BLDG
           PERFORM VARYING WS-BDB-IDX FROM 1 BY 1
               UNTIL WS-BDB-IDX > WS-BDB-COUNT
               IF WS-BDB-ID(WS-BDB-IDX) = PH-NOTES(18:8)
                   MOVE WS-BDB-BLDG(WS-BDB-IDX) TO WS-BDR-KEY-BLDG
               END-IF
           END-PERFORM
           MOVE PH-PAYMENT-DATE(1:4) TO WS-BDR-KEY-YEAR
           PERFORM BD-REPORT-FIND-ROW
           IF WS-BDR-IDX > 0
               ADD PH-AMOUNT-PAID TO WS-BDR-RECOVERED(WS-BDR-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - FIND OR INSERT A YEAR/BUILDING ROW
      *============================
      *Keeps the table in year then building order; WS-BDR-IDX
      *comes back zero only when the table is full.
       BD-REPORT-FIND-ROW.
           PERFORM VARYING WS-BDR-IDX FROM 1 BY 1
               UNTIL WS-BDR-IDX > WS-BDR-COUNT
                  OR WS-BDR-YEAR(WS-BDR-IDX) > WS-BDR-KEY-YEAR
                  OR (WS-BDR-YEAR(WS-BDR-IDX) = WS-BDR-KEY-YEAR AND
                      WS-BDR-BLDG(WS-BDR-IDX) >= WS-BDR-KEY-BLDG)
               CONTINUE
           END-PERFORM
           IF WS-BDR-IDX <= WS-BDR-COUNT
               IF WS-BDR-YEAR(WS-BDR-IDX) = WS-BDR-KEY-YEAR AND
                  WS-BDR-BLDG(WS-BDR-IDX) = WS-BDR-KEY-BLDG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BDR-COUNT >= 200
               MOVE 0 TO WS-BDR-IDX
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BDB-IDX FROM WS-BDR-COUNT BY -1
               UNTIL WS-BDB-IDX < WS-BDR-IDX
               MOVE WS-BDR-ENTRY(WS-BDB-IDX)
                   TO WS-BDR-ENTRY(WS-BDB-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-BDR-COUNT
           MOVE WS-BDR-KEY-YEAR TO WS-BDR-YEAR(WS-BDR-IDX)
           MOVE WS-BDR-KEY-BLDG TO WS-BDR-BLDG(WS-BDR-IDX)
           MOVE 0 TO WS-BDR-WRITTEN(WS-BDR-IDX)
           MOVE 0 TO WS-BDR-RECOVERED(WS-BDR-IDX)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE BAD-DEBT RECORD
      *============================
       SAVE-BAD-DEBT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del baddebt.dat"
               CALL "SYSTEM" USING "rename tempbd.dat baddebt.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempbd.dat baddebt.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN MENU
      *============================
       PAYMENT-PLAN-MENU.
           PERFORM UNTIL UTIL-PP-CHOICE = 7
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "    INSTALLMENT PAYMENT PLANS"
           DISPLAY "=============================="
           DISPLAY "1 - SET UP A PAYMENT PLAN"
           DISPLAY "2 - LIST PLANS"
           DISPLAY "3 - VIEW A PLAN'S SCHEDULE"
           DISPLAY "4 - CANCEL A PLAN"
           DISPLAY "5 - CHECK FOR MISSED INSTALLMENTS"
           DISPLAY "6 - BROKEN-PROMISE REPORT"
           DISPLAY "7 - BACK"

           DISPLAY "ENTER CHOICE (1 - 7): "
           ACCEPT UTIL-PP-CHOICE

           EVALUATE UTIL-PP-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM PLAN-CREATE
               WHEN 2
                   PERFORM PLAN-LIST
               WHEN 3
                   PERFORM PLAN-VIEW-SCHEDULE
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM PLAN-CANCEL
               WHEN 5
                   PERFORM PLAN-CHECK-MISSED
                   DISPLAY "PLANS BROKEN BY A MISSED INSTALLMENT: "
                           WS-PP-BROKEN-COUNT
                   PERFORM EXIT-PROMT
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM BROKEN-PROMISE-REPORT
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - SET UP A NEW PLAN
      *============================
      *The plan covers the arrears on the tenant's room at the time
      *it is agreed. The dunning level already reached is kept on
      *the plan so a broken plan picks up where collection stopped.
       PLAN-CREATE.
           DISPLAY "=============================="
           DISPLAY "   SET UP A PAYMENT PLAN"
           DISPLAY "=============================="
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-PP-TENANT-ID
           ACCEPT WS-PP-TENANT-ID
           INSPECT WS-PP-TENANT-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-PP-FOUND
           MOVE SPACES TO WS-PP-DORM-ID
           OPEN INPUT TENANT-FILE
           MOVE WS-PP-TENANT-ID TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PP-FOUND
                   MOVE SI-ASSIGNED-D-ID TO WS-PP-DORM-ID
           END-READ
           CLOSE TENANT-FILE
           IF WS-PP-FOUND = "N" OR WS-PP-DORM-ID = SPACES
               DISPLAY "TENANT " WS-PP-TENANT-ID " NOT FOUND OR "
                       "NOT ASSIGNED TO A ROOM."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PP-TENANT-ID TO WS-PLAN-PAY-TENANT
           MOVE SPACES TO WS-PLAN-PAY-DORM
           PERFORM PLAN-FIND-CURRENT
           IF WS-PP-FOUND = "Y"
               DISPLAY "TENANT " WS-PP-TENANT-ID " ALREADY HAS "
                       "CURRENT PLAN " WS-PP-LOOK-ID "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PLAN-PAY-TENANT
           MOVE WS-PP-DORM-ID TO WS-PLAN-PAY-DORM
           PERFORM PLAN-FIND-CURRENT
           IF WS-PP-FOUND = "Y"
               DISPLAY "ROOM " FUNCTION TRIM(WS-PP-DORM-ID)
                       " ARREARS ARE ALREADY ON CURRENT PLAN "
                       WS-PP-LOOK-ID "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM PLAN-TODAY-DATE
           MOVE 0 TO WS-PP-ARREARS
           MOVE 0 TO WS-PP-SUSPEND-LEVEL
           OPEN INPUT DORM-FILE
           MOVE WS-PP-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-PP-ARREARS =
                           DI-RENT-BALANCE-DUE +
                           DI-ELECTRICITY-BALANCE-DUE +
                           DI-WATER-BALANCE-DUE
                   PERFORM PLAN-GET-DUNNING-LEVEL
           END-READ
           CLOSE DORM-FILE
           IF WS-PP-ARREARS <= 0
               DISPLAY "ROOM " WS-PP-DORM-ID " HAS NO ARREARS TO "
                       "PUT ON A PLAN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PP-ARREARS TO WS-PP-AMT-EDIT
           DISPLAY "ROOM " WS-PP-DORM-ID " ARREARS: " WS-PP-AMT-EDIT
           DISPLAY "DUNNING LEVEL REACHED SO FAR: "
                   WS-PP-SUSPEND-LEVEL

           DISPLAY "AMOUNT COVERED BY THE PLAN (EMPTY FOR ALL "
                   "ARREARS): "
           MOVE 0 TO WS-PP-TOTAL
           ACCEPT WS-PP-TOTAL
           IF WS-PP-TOTAL = 0
               MOVE WS-PP-ARREARS TO WS-PP-TOTAL
           END-IF
           PERFORM UNTIL WS-PP-TOTAL > 0 AND
                         WS-PP-TOTAL <= WS-PP-ARREARS
               DISPLAY "ENTER AN AMOUNT BETWEEN 1 AND "
                       WS-PP-AMT-EDIT ": "
               ACCEPT WS-PP-TOTAL
           END-PERFORM

           DISPLAY "NUMBER OF MONTHLY INSTALLMENTS (2 - 12): "
           MOVE 0 TO WS-PP-COUNT
           ACCEPT WS-PP-COUNT
           PERFORM UNTIL WS-PP-COUNT >= 2 AND WS-PP-COUNT <= 12
               DISPLAY "ENTER 2 - 12: "
               ACCEPT WS-PP-COUNT
           END-PERFORM

           DISPLAY "FIRST INSTALLMENT DUE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-PP-FIRST-DUE
               ACCEPT WS-PP-FIRST-DUE
               MOVE WS-PP-FIRST-DUE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   IF WS-PP-FIRST-DUE < WS-PP-TODAY
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THE FIRST INSTALLMENT CANNOT BE "
                               "IN THE PAST. ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           *> Even split; the last installment takes the odd pesos
           COMPUTE WS-PP-EACH = WS-PP-TOTAL / WS-PP-COUNT
           COMPUTE WS-PP-LAST = WS-PP-TOTAL -
                   (WS-PP-EACH * (WS-PP-COUNT - 1))

           DISPLAY " "
           DISPLAY "SCHEDULE:"
           PERFORM VARYING WS-PP-SEQ FROM 1 BY 1
                   UNTIL WS-PP-SEQ > WS-PP-COUNT
               PERFORM PLAN-INST-DUE-DATE
               IF WS-PP-SEQ = WS-PP-COUNT
                   MOVE WS-PP-LAST TO WS-PP-AMT-EDIT
               ELSE
                   MOVE WS-PP-EACH TO WS-PP-AMT-EDIT
               END-IF
               DISPLAY "  " WS-PP-SEQ "  DUE " WS-PP-INST-DUE
                       "  " WS-PP-AMT-EDIT
           END-PERFORM
           DISPLAY " "
           DISPLAY "CONFIRM PLAN (Y/N): "
           ACCEPT WS-PP-CONFIRM
           INSPECT WS-PP-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PP-CONFIRM NOT = "Y"
               DISPLAY "PLAN NOT SET UP."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "PLAN NOT SAVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PP-ID-MAX
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PAYMENT-PLAN-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PP-ID(3:6) IS NUMERIC
                               MOVE PP-ID(3:6) TO WS-PP-ID-NUM
                               IF WS-PP-ID-NUM > WS-PP-ID-MAX
                                   MOVE WS-PP-ID-NUM TO WS-PP-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           ADD 1 TO WS-PP-ID-MAX
           MOVE SPACES TO WS-PP-NEW-ID
           STRING "PP" DELIMITED BY SIZE
                  WS-PP-ID-MAX DELIMITED BY SIZE
                  INTO WS-PP-NEW-ID
           END-STRING

           INITIALIZE PAYMENT-PLAN-RECORD
           MOVE WS-PP-NEW-ID TO PP-ID
           MOVE WS-PP-TENANT-ID TO PP-TENANT-ID
           MOVE WS-PP-DORM-ID TO PP-DORM-ID
           MOVE WS-PP-TOTAL TO PP-TOTAL
           MOVE WS-PP-COUNT TO PP-INST-COUNT
           MOVE WS-PP-TODAY TO PP-CREATED-DATE
           MOVE WS-OPERATOR-ID TO PP-CREATED-BY
           MOVE "CURRENT" TO PP-STATUS
           MOVE WS-PP-SUSPEND-LEVEL TO PP-SUSPEND-LEVEL
           MOVE 0 TO PP-PAID-TOTAL
           MOVE SPACES TO PP-END-DATE
           MOVE 0 TO PP-MISSED-SEQ
           MOVE "N" TO PP-RESUMED
           OPEN EXTEND PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-PLAN-FILE
           END-IF
           WRITE PAYMENT-PLAN-RECORD
           CLOSE PAYMENT-PLAN-FILE

           OPEN EXTEND PLAN-INSTALLMENT-FILE
           IF WS-PI-FILE-STATUS NOT = "00"
               OPEN OUTPUT PLAN-INSTALLMENT-FILE
           END-IF
           PERFORM VARYING WS-PP-SEQ FROM 1 BY 1
                   UNTIL WS-PP-SEQ > WS-PP-COUNT
               PERFORM PLAN-INST-DUE-DATE
               MOVE WS-PP-NEW-ID TO PI-PLAN-ID
               MOVE WS-PP-SEQ TO PI-SEQ
               MOVE WS-PP-INST-DUE TO PI-DUE-DATE
               IF WS-PP-SEQ = WS-PP-COUNT
                   MOVE WS-PP-LAST TO PI-AMOUNT
               ELSE
                   MOVE WS-PP-EACH TO PI-AMOUNT
               END-IF
               MOVE 0 TO PI-PAID
               MOVE SPACES TO PI-PAID-DATE
               MOVE "OPEN" TO PI-STATUS
               WRITE PLAN-INSTALLMENT-RECORD
           END-PERFORM
           CLOSE PLAN-INSTALLMENT-FILE
           PERFORM RELEASE-UPDATE-LOCK

           MOVE "PAYPLN" TO WS-AJ-RECORD-TYPE
           MOVE WS-PP-NEW-ID TO WS-AJ-KEY
           MOVE "CREATE" TO WS-AJ-ACTION
           MOVE "STATUS" TO WS-AJ-FIELD
           MOVE SPACES TO WS-AJ-OLD-VALUE
           MOVE "CURRENT" TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL

           DISPLAY "PLAN " WS-PP-NEW-ID " SET UP FOR TENANT "
                   WS-PP-TENANT-ID ". DUNNING AND SMS REMINDERS "
                   "FOR ROOM " FUNCTION TRIM(WS-PP-DORM-ID)
                   " ARE SUSPENDED WHILE IT IS CURRENT."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - DUNNING LEVEL REACHED FOR A ROOM
      *============================
      *DI fields hold the room. Same episode rule as the dunning
      *run: only notices since the oldest overdue bill count.
       PLAN-GET-DUNNING-LEVEL.
           MOVE SPACES TO WS-NOTICE-EPISODE-DATE
           MOVE 0 TO WS-NOTICE-MAX-DAYS
           IF DI-RENT-BALANCE-DUE > 0
               MOVE DI-RENT-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-NOTICE-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-NOTICE-MAX-DAYS
                   MOVE DI-RENT-DUE TO WS-NOTICE-EPISODE-DATE
               END-IF
           END-IF
           IF DI-ELECTRICITY-BALANCE-DUE > 0
               MOVE DI-ELECTRICITY-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-NOTICE-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-NOTICE-MAX-DAYS
                   MOVE DI-ELECTRICITY-DUE
                       TO WS-NOTICE-EPISODE-DATE
               END-IF
           END-IF
           IF DI-WATER-BALANCE-DUE > 0
               MOVE DI-WATER-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-NOTICE-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-NOTICE-MAX-DAYS
                   MOVE DI-WATER-DUE TO WS-NOTICE-EPISODE-DATE
               END-IF
           END-IF
           IF WS-NOTICE-MAX-DAYS = 0
               MOVE 0 TO WS-PP-SUSPEND-LEVEL
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTICE-GET-PREV-LEVEL
           MOVE WS-NOTICE-PREV-LEVEL TO WS-PP-SUSPEND-LEVEL
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - DUE DATE OF INSTALLMENT WS-PP-SEQ
      *============================
      *Monthly from the first due date, on the same day of the month
      *or the month's last day when it is shorter.
       PLAN-INST-DUE-DATE.
           MOVE WS-PP-FIRST-DUE(1:4) TO WS-PP-DUE-YEAR
           MOVE WS-PP-FIRST-DUE(6:2) TO WS-PP-DUE-MONTH
           MOVE WS-PP-FIRST-DUE(9:2) TO WS-PP-DUE-DAY
           COMPUTE WS-PP-DUE-MONTH = WS-PP-DUE-MONTH + WS-PP-SEQ - 1
           PERFORM UNTIL WS-PP-DUE-MONTH <= 12
               SUBTRACT 12 FROM WS-PP-DUE-MONTH
               ADD 1 TO WS-PP-DUE-YEAR
           END-PERFORM
           EVALUATE WS-PP-DUE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PP-DIM
               WHEN 2
                   IF FUNCTION MOD(WS-PP-DUE-YEAR, 400) = 0
                      OR (FUNCTION MOD(WS-PP-DUE-YEAR, 4) = 0
                      AND FUNCTION MOD(WS-PP-DUE-YEAR, 100)
                          NOT = 0)
                       MOVE 29 TO WS-PP-DIM
                   ELSE
                       MOVE 28 TO WS-PP-DIM
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-PP-DIM
           END-EVALUATE
           IF WS-PP-DUE-DAY > WS-PP-DIM
               MOVE WS-PP-DIM TO WS-PP-DAY-USE
           ELSE
               MOVE WS-PP-DUE-DAY TO WS-PP-DAY-USE
           END-IF
           MOVE SPACES TO WS-PP-INST-DUE
           STRING WS-PP-DUE-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PP-DUE-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PP-DAY-USE DELIMITED BY SIZE
                  INTO WS-PP-INST-DUE
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - TODAY AS YYYY-MM-DD
      *============================
       PLAN-TODAY-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PP-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-PP-TODAY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - FIND A CURRENT PLAN
      *============================
      *By tenant when WS-PLAN-PAY-TENANT is given, otherwise by room
      *(WS-PLAN-PAY-DORM). Returns WS-PP-FOUND and WS-PP-LOOK-ID.
      *Reads on the file status; callers can be inside a loop.
       PLAN-FIND-CURRENT.
           MOVE "N" TO WS-PP-FOUND
           MOVE SPACES TO WS-PP-LOOK-ID
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PP-FILE-STATUS NOT = "00"
               READ PAYMENT-PLAN-FILE
                   NOT AT END
                       IF PP-STATUS = "CURRENT" AND
                          WS-PP-FOUND = "N"
                           IF WS-PLAN-PAY-TENANT NOT = SPACES
                               IF PP-TENANT-ID = WS-PLAN-PAY-TENANT
                                   MOVE "Y" TO WS-PP-FOUND
                                   MOVE PP-ID TO WS-PP-LOOK-ID
                               END-IF
                           ELSE
                               IF PP-DORM-ID = WS-PLAN-PAY-DORM
                                   MOVE "Y" TO WS-PP-FOUND
                                   MOVE PP-ID TO WS-PP-LOOK-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - ROOM STATE FOR DUNNING/REMINDERS
      *============================
      *DI-ID holds the room. Runs inside the dorm walk, so the plan
      *file is read on its own file status.
       PLAN-ROOM-STATUS.
           MOVE SPACE TO WS-PLAN-ROOM-STATE
           MOVE SPACES TO WS-PLAN-ROOM-PLAN-ID
           MOVE 0 TO WS-PLAN-RESUME-LEVEL
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PP-FILE-STATUS NOT = "00"
               READ PAYMENT-PLAN-FILE
                   NOT AT END
                       IF PP-DORM-ID = DI-ID
                           IF PP-STATUS = "CURRENT"
                               MOVE "C" TO WS-PLAN-ROOM-STATE
                               MOVE PP-ID TO WS-PLAN-ROOM-PLAN-ID
                           END-IF
                           IF PP-STATUS = "BROKEN" AND
                              PP-RESUMED = "N" AND
                              WS-PLAN-ROOM-STATE NOT = "C"
                               MOVE "B" TO WS-PLAN-ROOM-STATE
                               MOVE PP-ID TO WS-PLAN-ROOM-PLAN-ID
                               MOVE PP-SUSPEND-LEVEL
                                   TO WS-PLAN-RESUME-LEVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           IF WS-PLAN-ROOM-STATE = "B" AND
              WS-PLAN-RESUME-LEVEL = 0
               MOVE 1 TO WS-PLAN-RESUME-LEVEL
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - LIST PLANS
      *============================
       PLAN-LIST.
           DISPLAY "STATUS (CURRENT/COMPLETED/BROKEN/CANCELLED, "
                   "EMPTY FOR ALL): "
           MOVE SPACES TO WS-PP-STATUS-FILTER
           ACCEPT WS-PP-STATUS-FILTER
           INSPECT WS-PP-STATUS-FILTER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY " "
           DISPLAY "PAYMENT PLANS:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-PP-LIST-COUNT
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "NO PAYMENT PLANS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ PAYMENT-PLAN-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF WS-PP-STATUS-FILTER = SPACES OR
                          PP-STATUS = WS-PP-STATUS-FILTER
                           ADD 1 TO WS-PP-LIST-COUNT
                           PERFORM PLAN-SHOW-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           IF WS-PP-LIST-COUNT = 0
               DISPLAY "NO MATCHING PLANS."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - SHOW ONE PLAN ROW
      *============================
       PLAN-SHOW-ROW.
           MOVE PP-TOTAL TO WS-PP-AMT-EDIT
           MOVE PP-PAID-TOTAL TO WS-PP-AMT-EDIT-2
           DISPLAY PP-ID " | TENANT " PP-TENANT-ID
                   " | ROOM " PP-DORM-ID " | " PP-STATUS
           DISPLAY "   SET UP " PP-CREATED-DATE " BY "
                   PP-CREATED-BY " | " PP-INST-COUNT
                   " INSTALLMENTS"
           DISPLAY "   TOTAL " WS-PP-AMT-EDIT
                   " | PAID " WS-PP-AMT-EDIT-2
           IF PP-STATUS = "BROKEN"
               DISPLAY "   BROKEN " PP-END-DATE
                       " ON INSTALLMENT " PP-MISSED-SEQ
                       " | DUNNING RESUMES AT LEVEL "
                       PP-SUSPEND-LEVEL
           END-IF
           IF PP-STATUS = "COMPLETED" OR PP-STATUS = "CANCELLED"
               DISPLAY "   CLOSED " PP-END-DATE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - VIEW A PLAN'S SCHEDULE
      *============================
       PLAN-VIEW-SCHEDULE.
           DISPLAY "PLAN ID: "
           MOVE SPACES TO WS-PP-LOOK-ID
           ACCEPT WS-PP-LOOK-ID
           INSPECT WS-PP-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-PP-FOUND
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PAYMENT-PLAN-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PP-ID = WS-PP-LOOK-ID
                               MOVE "Y" TO WS-PP-FOUND
                               DISPLAY " "
                               PERFORM PLAN-SHOW-ROW
                               MOVE "Y" TO UTIL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF WS-PP-FOUND = "N"
               DISPLAY "PLAN " WS-PP-LOOK-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "SEQ  DUE DATE     AMOUNT     PAID  STATUS  PAID ON"
           DISPLAY "----------------------------------------"
           OPEN INPUT PLAN-INSTALLMENT-FILE
           IF WS-PI-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PLAN-INSTALLMENT-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PI-PLAN-ID = WS-PP-LOOK-ID
                               MOVE PI-AMOUNT TO WS-PP-AMT-EDIT
                               MOVE PI-PAID TO WS-PP-AMT-EDIT-2
                               DISPLAY PI-SEQ "   " PI-DUE-DATE " "
                                       WS-PP-AMT-EDIT " "
                                       WS-PP-AMT-EDIT-2 "  "
                                       PI-STATUS "  " PI-PAID-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-INSTALLMENT-FILE
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - CANCEL A CURRENT PLAN
      *============================
      *Cancelling is not a broken promise: dunning simply picks up
      *again from the room's own history on the next run.
       PLAN-CANCEL.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "   CANCEL A PAYMENT PLAN"
           DISPLAY "=============================="
           DISPLAY "PLAN ID: "
           MOVE SPACES TO WS-PP-LOOK-ID
           ACCEPT WS-PP-LOOK-ID
           INSPECT WS-PP-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-PP-FOUND
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PAYMENT-PLAN-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PP-ID = WS-PP-LOOK-ID AND
                              PP-STATUS = "CURRENT"
                               MOVE "Y" TO WS-PP-FOUND
                               PERFORM PLAN-SHOW-ROW
                               MOVE "Y" TO UTIL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF WS-PP-FOUND = "N"
               DISPLAY "NO CURRENT PLAN " WS-PP-LOOK-ID "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CANCEL THIS PLAN (Y/N): "
           ACCEPT WS-PP-CONFIRM
           INSPECT WS-PP-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PP-CONFIRM NOT = "Y"
               DISPLAY "PLAN NOT CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "CHANGE NOT SAVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM PLAN-TODAY-DATE
           MOVE "X" TO WS-PP-UPDATE-MODE
           PERFORM PLAN-UPDATE-PLANS
           PERFORM RELEASE-UPDATE-LOCK

           MOVE "PAYPLN" TO WS-AJ-RECORD-TYPE
           MOVE WS-PP-LOOK-ID TO WS-AJ-KEY
           MOVE "CANCEL" TO WS-AJ-ACTION
           MOVE "STATUS" TO WS-AJ-FIELD
           MOVE "CURRENT" TO WS-AJ-OLD-VALUE
           MOVE "CANCELLED" TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL

           DISPLAY "PLAN " WS-PP-LOOK-ID " CANCELLED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - CHECK FOR MISSED INSTALLMENTS
      *============================
      *An open installment more than the plan grace days past its
      *due date breaks the plan. Run ahead of dunning, reminders
      *and the broken-promise report so they all see the same
      *state. WS-PP-BROKEN-COUNT returns the plans broken this run.
       PLAN-CHECK-MISSED.
           MOVE 0 TO WS-PP-BROKEN-COUNT
           MOVE 0 TO WS-PPT-COUNT
           PERFORM LOAD-SYSTEM-PARAMETERS
           *> A batch run checks as of its run date, so a rerun of
           *> a night's stream breaks the same plans
           IF WS-JOB-UNATTENDED = "Y"
               MOVE WS-JOB-RUN-DATE TO WS-PP-TODAY
               MOVE WS-JOB-RUN-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
               MOVE WS-JOB-RUN-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
               MOVE WS-JOB-RUN-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               PERFORM PLAN-TODAY-DATE
           END-IF

           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PP-FILE-STATUS NOT = "00"
               READ PAYMENT-PLAN-FILE
                   NOT AT END
                       IF PP-STATUS = "CURRENT" AND
                          WS-PPT-COUNT < 500
                           ADD 1 TO WS-PPT-COUNT
                           MOVE PP-ID TO WS-PPT-ID(WS-PPT-COUNT)
                           MOVE 0 TO WS-PPT-MISSED-SEQ(WS-PPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           IF WS-PPT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PLAN-INSTALLMENT-FILE
           IF WS-PI-FILE-STATUS NOT = "00"
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-PLAN-INSTALLMENT-FILE
           PERFORM UNTIL WS-PI-FILE-STATUS NOT = "00"
               READ PLAN-INSTALLMENT-FILE
                   NOT AT END
                       IF PI-STATUS = "OPEN"
                           PERFORM PLAN-CHECK-ONE-INSTALLMENT
                       END-IF
                       WRITE TEMP-PLAN-INSTALLMENT-RECORD
                           FROM PLAN-INSTALLMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE PLAN-INSTALLMENT-FILE TEMP-PLAN-INSTALLMENT-FILE
           PERFORM SAVE-PLAN-INSTALLMENT-RECORD

           MOVE "B" TO WS-PP-UPDATE-MODE
           PERFORM PLAN-UPDATE-PLANS
           PERFORM RELEASE-UPDATE-LOCK

           PERFORM VARYING WS-PPT-IDX FROM 1 BY 1
                   UNTIL WS-PPT-IDX > WS-PPT-COUNT
               IF WS-PPT-MISSED-SEQ(WS-PPT-IDX) > 0
                   MOVE "PAYPLN" TO WS-AJ-RECORD-TYPE
                   MOVE WS-PPT-ID(WS-PPT-IDX) TO WS-AJ-KEY
                   MOVE "BROKEN" TO WS-AJ-ACTION
                   MOVE "STATUS" TO WS-AJ-FIELD
                   MOVE "CURRENT" TO WS-AJ-OLD-VALUE
                   MOVE SPACES TO WS-AJ-NEW-VALUE
                   STRING "BROKEN, INSTALLMENT " DELIMITED BY SIZE
                          WS-PPT-MISSED-SEQ(WS-PPT-IDX)
                              DELIMITED BY SIZE
                          INTO WS-AJ-NEW-VALUE
                   END-STRING
                   PERFORM LOG-AUDIT-JOURNAL
                   DISPLAY "PLAN " WS-PPT-ID(WS-PPT-IDX)
                           " BROKEN - INSTALLMENT "
                           WS-PPT-MISSED-SEQ(WS-PPT-IDX)
                           " NOT PAID"
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - CHECK ONE OPEN INSTALLMENT
      *============================
       PLAN-CHECK-ONE-INSTALLMENT.
           MOVE 0 TO WS-PPT-FOUND-IDX
           PERFORM VARYING WS-PPT-IDX FROM 1 BY 1
                   UNTIL WS-PPT-IDX > WS-PPT-COUNT
                      OR WS-PPT-FOUND-IDX > 0
               IF WS-PPT-ID(WS-PPT-IDX) = PI-PLAN-ID
                   MOVE WS-PPT-IDX TO WS-PPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PPT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE PI-DUE-DATE TO WS-CHECK-DUE-DATE
           PERFORM CALC-OVERDUE-DAYS
           IF WS-OVERDUE-FLAG = "Y" AND
              WS-DAYS-OVERDUE > WS-PARM-PLAN-GRACE
               MOVE "MISSED" TO PI-STATUS
               IF WS-PPT-MISSED-SEQ(WS-PPT-FOUND-IDX) = 0
                   MOVE PI-SEQ TO WS-PPT-MISSED-SEQ(WS-PPT-FOUND-IDX)
                   ADD 1 TO WS-PP-BROKEN-COUNT
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - REWRITE THE PLAN FILE
      *============================
      *WS-PP-UPDATE-MODE: B = break the plans flagged in WS-PPT,
      *X = cancel WS-PP-LOOK-ID, R = mark WS-PLAN-ROOM-PLAN-ID as
      *resumed by dunning, P = add WS-PP-APPLIED to WS-PP-LOOK-ID,
      *V = take WS-PP-APPLIED back off WS-PP-LOOK-ID and reopen it
      *if it had completed.
      *Reads on the file status; callers can be inside a loop.
       PLAN-UPDATE-PLANS.
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-PAYMENT-PLAN-FILE
           PERFORM UNTIL WS-PP-FILE-STATUS NOT = "00"
               READ PAYMENT-PLAN-FILE
                   NOT AT END
                       EVALUATE WS-PP-UPDATE-MODE
                           WHEN "B"
                               IF PP-STATUS = "CURRENT"
                                   PERFORM PLAN-BREAK-ONE-ROW
                               END-IF
                           WHEN "X"
                               IF PP-ID = WS-PP-LOOK-ID AND
                                  PP-STATUS = "CURRENT"
                                   MOVE "CANCELLED" TO PP-STATUS
                                   MOVE WS-PP-TODAY TO PP-END-DATE
                               END-IF
                           WHEN "R"
                               IF PP-ID = WS-PLAN-ROOM-PLAN-ID
                                   MOVE "Y" TO PP-RESUMED
                               END-IF
                           WHEN "P"
                               IF PP-ID = WS-PP-LOOK-ID
                                   ADD WS-PP-APPLIED TO PP-PAID-TOTAL
                                   IF WS-PP-OPEN-LEFT = 0
                                       MOVE "COMPLETED" TO PP-STATUS
                                       MOVE WS-PLAN-PAY-DATE
                                           TO PP-END-DATE
                                   END-IF
                               END-IF
                           WHEN "V"
                               IF PP-ID = WS-PP-LOOK-ID
                                   SUBTRACT WS-PP-APPLIED
                                       FROM PP-PAID-TOTAL
                                   IF PP-STATUS = "COMPLETED" AND
                                      WS-PP-APPLIED > 0
                                       MOVE "CURRENT" TO PP-STATUS
                                       MOVE SPACES TO PP-END-DATE
                                   END-IF
                               END-IF
                       END-EVALUATE
                       WRITE TEMP-PAYMENT-PLAN-RECORD
                           FROM PAYMENT-PLAN-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE TEMP-PAYMENT-PLAN-FILE
           PERFORM SAVE-PAYMENT-PLAN-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - BREAK ONE PLAN ROW
      *============================
       PLAN-BREAK-ONE-ROW.
           PERFORM VARYING WS-PPT-IDX FROM 1 BY 1
                   UNTIL WS-PPT-IDX > WS-PPT-COUNT
               IF WS-PPT-ID(WS-PPT-IDX) = PP-ID AND
                  WS-PPT-MISSED-SEQ(WS-PPT-IDX) > 0
                   MOVE "BROKEN" TO PP-STATUS
                   MOVE WS-PP-TODAY TO PP-END-DATE
                   MOVE WS-PPT-MISSED-SEQ(WS-PPT-IDX)
                       TO PP-MISSED-SEQ
                   MOVE "N" TO PP-RESUMED
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - MARK DUNNING RESUMED FOR A ROOM
      *============================
      *Called once the resume notice has gone out so the next run
      *goes back to the normal escalation rules.
       PLAN-MARK-RESUMED.
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-PP-UPDATE-MODE
           PERFORM PLAN-UPDATE-PLANS
           PERFORM RELEASE-UPDATE-LOCK
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - APPLY A PAYMENT TO A CURRENT PLAN
      *============================
      *Inputs WS-PLAN-PAY-TENANT (may be blank), WS-PLAN-PAY-DORM,
      *WS-PLAN-PAY-AMT and WS-PLAN-PAY-DATE. The payment has already
      *been posted to the room; this only ticks off installments,
      *oldest first. Reads on the file status since the batch
      *posting calls it from inside its own read loop.
       PLAN-APPLY-PAYMENT.
           IF WS-PLAN-PAY-AMT <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PLAN-FIND-CURRENT
           IF WS-PP-FOUND = "N" AND WS-PLAN-PAY-TENANT NOT = SPACES
               MOVE SPACES TO WS-PLAN-PAY-TENANT
               PERFORM PLAN-FIND-CURRENT
           END-IF
           IF WS-PP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PLAN-PAY-AMT TO WS-PP-APPLY-LEFT
           MOVE 0 TO WS-PP-APPLIED
           MOVE 0 TO WS-PP-OPEN-LEFT
           MOVE 0 TO WS-PP-NEXT-SEQ
           MOVE SPACES TO WS-PP-NEXT-DUE
           MOVE 0 TO WS-PP-NEXT-AMT
           OPEN INPUT PLAN-INSTALLMENT-FILE
           IF WS-PI-FILE-STATUS NOT = "00"
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-PLAN-INSTALLMENT-FILE
           PERFORM UNTIL WS-PI-FILE-STATUS NOT = "00"
               READ PLAN-INSTALLMENT-FILE
                   NOT AT END
                       IF PI-PLAN-ID = WS-PP-LOOK-ID AND
                          PI-STATUS = "OPEN"
                           PERFORM PLAN-PAY-ONE-INSTALLMENT
                       END-IF
                       WRITE TEMP-PLAN-INSTALLMENT-RECORD
                           FROM PLAN-INSTALLMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE PLAN-INSTALLMENT-FILE TEMP-PLAN-INSTALLMENT-FILE
           PERFORM SAVE-PLAN-INSTALLMENT-RECORD

           MOVE "P" TO WS-PP-UPDATE-MODE
           PERFORM PLAN-UPDATE-PLANS
           PERFORM RELEASE-UPDATE-LOCK

           MOVE WS-PP-APPLIED TO WS-PP-AMT-EDIT
           DISPLAY "PAYMENT PLAN " WS-PP-LOOK-ID ": "
                   FUNCTION TRIM(WS-PP-AMT-EDIT)
                   " APPLIED TO INSTALLMENTS."
           IF WS-PP-OPEN-LEFT = 0
               DISPLAY "PAYMENT PLAN " WS-PP-LOOK-ID " COMPLETED."
           ELSE
               MOVE WS-PP-NEXT-AMT TO WS-PP-AMT-EDIT
               DISPLAY "NEXT INSTALLMENT " WS-PP-NEXT-SEQ " DUE "
                       WS-PP-NEXT-DUE ", STILL OWING "
                       FUNCTION TRIM(WS-PP-AMT-EDIT)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - PAY ONE OPEN INSTALLMENT
      *============================
       PLAN-PAY-ONE-INSTALLMENT.
           IF WS-PP-APPLY-LEFT > 0
               COMPUTE WS-PP-PART = PI-AMOUNT - PI-PAID
               IF WS-PP-PART > WS-PP-APPLY-LEFT
                   MOVE WS-PP-APPLY-LEFT TO WS-PP-PART
               END-IF
               ADD WS-PP-PART TO PI-PAID
               ADD WS-PP-PART TO WS-PP-APPLIED
               SUBTRACT WS-PP-PART FROM WS-PP-APPLY-LEFT
               MOVE WS-PLAN-PAY-DATE TO PI-PAID-DATE
               IF PI-PAID >= PI-AMOUNT
                   MOVE "PAID" TO PI-STATUS
               END-IF
           END-IF
           IF PI-STATUS = "OPEN"
               ADD 1 TO WS-PP-OPEN-LEFT
               IF WS-PP-NEXT-SEQ = 0
                   MOVE PI-SEQ TO WS-PP-NEXT-SEQ
                   MOVE PI-DUE-DATE TO WS-PP-NEXT-DUE
                   COMPUTE WS-PP-NEXT-AMT = PI-AMOUNT - PI-PAID
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - FIND A PLAN A PAYMENT MAY HAVE PAID
      *============================
      *Same inputs as PLAN-FIND-CURRENT plus WS-PLAN-PAY-DATE. A
      *current plan set up on or before the payment date wins
      *(WS-PP-FOUND = Y); otherwise the newest plan that completed
      *on or after it (WS-PP-FOUND = C).
       PLAN-FIND-REVERSIBLE.
           MOVE "N" TO WS-PP-FOUND
           MOVE SPACES TO WS-PP-LOOK-ID
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PP-FILE-STATUS NOT = "00"
               READ PAYMENT-PLAN-FILE
                   NOT AT END
                       IF (WS-PLAN-PAY-TENANT NOT = SPACES AND
                           PP-TENANT-ID = WS-PLAN-PAY-TENANT) OR
                          (WS-PLAN-PAY-TENANT = SPACES AND
                           PP-DORM-ID = WS-PLAN-PAY-DORM)
                           IF PP-STATUS = "CURRENT" AND
                              PP-CREATED-DATE <= WS-PLAN-PAY-DATE AND
                              WS-PP-FOUND NOT = "Y"
                               MOVE "Y" TO WS-PP-FOUND
                               MOVE PP-ID TO WS-PP-LOOK-ID
                           END-IF
                           IF PP-STATUS = "COMPLETED" AND
                              PP-CREATED-DATE <= WS-PLAN-PAY-DATE AND
                              PP-END-DATE >= WS-PLAN-PAY-DATE AND
                              WS-PP-FOUND NOT = "Y"
                               MOVE "C" TO WS-PP-FOUND
                               MOVE PP-ID TO WS-PP-LOOK-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - TAKE A REVERSED PAYMENT BACK OFF
      *============================
      *Inputs as PLAN-APPLY-PAYMENT, with WS-PLAN-PAY-DATE the date
      *of the payment being voided or returned. Installments are
      *paid oldest first, so the amount comes back off the newest
      *paid ones: the first (total paid - amount) of the plan's
      *paid money is kept and everything after it is reopened. A
      *completed plan goes back to CURRENT, and the next missed-
      *installment check breaks it if anything is past grace.
       PLAN-REVERSE-PAYMENT.
           IF WS-PLAN-PAY-AMT <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PLAN-FIND-REVERSIBLE
           IF WS-PP-FOUND = "N" AND WS-PLAN-PAY-TENANT NOT = SPACES
               MOVE SPACES TO WS-PLAN-PAY-TENANT
               PERFORM PLAN-FIND-REVERSIBLE
           END-IF
           IF WS-PP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PP-PAID-SUM
           OPEN INPUT PLAN-INSTALLMENT-FILE
           IF WS-PI-FILE-STATUS NOT = "00"
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PI-FILE-STATUS NOT = "00"
               READ PLAN-INSTALLMENT-FILE
                   NOT AT END
                       IF PI-PLAN-ID = WS-PP-LOOK-ID
                           ADD PI-PAID TO WS-PP-PAID-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-INSTALLMENT-FILE

           *> WS-PP-APPLY-LEFT is the paid money that stays put
           IF WS-PLAN-PAY-AMT > WS-PP-PAID-SUM
               MOVE WS-PP-PAID-SUM TO WS-PP-APPLIED
           ELSE
               MOVE WS-PLAN-PAY-AMT TO WS-PP-APPLIED
           END-IF
           COMPUTE WS-PP-APPLY-LEFT = WS-PP-PAID-SUM - WS-PP-APPLIED
           IF WS-PP-APPLIED = 0
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PLAN-INSTALLMENT-FILE
           OPEN OUTPUT TEMP-PLAN-INSTALLMENT-FILE
           PERFORM UNTIL WS-PI-FILE-STATUS NOT = "00"
               READ PLAN-INSTALLMENT-FILE
                   NOT AT END
                       IF PI-PLAN-ID = WS-PP-LOOK-ID AND
                          PI-PAID > 0
                           PERFORM PLAN-UNPAY-ONE-INSTALLMENT
                       END-IF
                       WRITE TEMP-PLAN-INSTALLMENT-RECORD
                           FROM PLAN-INSTALLMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE PLAN-INSTALLMENT-FILE TEMP-PLAN-INSTALLMENT-FILE
           PERFORM SAVE-PLAN-INSTALLMENT-RECORD

           MOVE "V" TO WS-PP-UPDATE-MODE
           PERFORM PLAN-UPDATE-PLANS
           PERFORM RELEASE-UPDATE-LOCK

           MOVE WS-PP-APPLIED TO WS-PP-AMT-EDIT
           DISPLAY "PAYMENT PLAN " WS-PP-LOOK-ID ": "
                   FUNCTION TRIM(WS-PP-AMT-EDIT)
                   " TAKEN BACK OFF INSTALLMENTS."
           IF WS-PP-FOUND = "C"
               DISPLAY "PAYMENT PLAN " WS-PP-LOOK-ID
                       " REOPENED AS CURRENT."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - REOPEN ONE PAID INSTALLMENT
      *============================
       PLAN-UNPAY-ONE-INSTALLMENT.
           IF PI-PAID <= WS-PP-APPLY-LEFT
               SUBTRACT PI-PAID FROM WS-PP-APPLY-LEFT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PP-APPLY-LEFT TO PI-PAID
           MOVE 0 TO WS-PP-APPLY-LEFT
           MOVE "OPEN" TO PI-STATUS
           IF PI-PAID = 0
               MOVE SPACES TO PI-PAID-DATE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - BROKEN-PROMISE REPORT
      *============================
       BROKEN-PROMISE-REPORT.
           PERFORM PLAN-CHECK-MISSED
           PERFORM PLAN-TODAY-DATE
           MOVE "PROMISES" TO WS-RC-REPORT
           MOVE "broken_promises" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-PP-REPORT-NAME
           OPEN OUTPUT BROKEN-PROMISE-REPORT-FILE

           MOVE SPACES TO BROKEN-PROMISE-REPORT-RECORD
           STRING "BROKEN-PROMISE REPORT AS OF " DELIMITED BY SIZE
                  WS-PP-TODAY DELIMITED BY SIZE
                  INTO BROKEN-PROMISE-REPORT-RECORD
           END-STRING
           WRITE BROKEN-PROMISE-REPORT-RECORD
           DISPLAY BROKEN-PROMISE-REPORT-RECORD(1:80)
           MOVE SPACES TO BROKEN-PROMISE-REPORT-RECORD
           STRING "PLAN     TENANT     ROOM       BROKEN ON "
                  DELIMITED BY SIZE
                  "  PLAN TOTAL      PAID   MISSED DUE   "
                  DELIMITED BY SIZE
                  "   AMOUNT LVL" DELIMITED BY SIZE
                  INTO BROKEN-PROMISE-REPORT-RECORD
           END-STRING
           WRITE BROKEN-PROMISE-REPORT-RECORD
           DISPLAY BROKEN-PROMISE-REPORT-RECORD(1:80)
           MOVE ALL "-" TO BROKEN-PROMISE-REPORT-RECORD(1:110)
           WRITE BROKEN-PROMISE-REPORT-RECORD
           DISPLAY BROKEN-PROMISE-REPORT-RECORD(1:80)

           MOVE 0 TO WS-PP-LIST-COUNT
           MOVE 0 TO WS-PP-ARREARS
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PAYMENT-PLAN-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PP-STATUS = "BROKEN"
                               PERFORM BROKEN-PROMISE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF

           MOVE ALL "-" TO BROKEN-PROMISE-REPORT-RECORD(1:110)
           WRITE BROKEN-PROMISE-REPORT-RECORD
           DISPLAY BROKEN-PROMISE-REPORT-RECORD(1:80)
           MOVE WS-PP-ARREARS TO WS-PP-AMT-EDIT
           MOVE SPACES TO BROKEN-PROMISE-REPORT-RECORD
           STRING "BROKEN PLANS: " DELIMITED BY SIZE
                  WS-PP-LIST-COUNT DELIMITED BY SIZE
                  "   UNPAID ON BROKEN PLANS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PP-AMT-EDIT) DELIMITED BY SIZE
                  INTO BROKEN-PROMISE-REPORT-RECORD
           END-STRING
           WRITE BROKEN-PROMISE-REPORT-RECORD
           DISPLAY BROKEN-PROMISE-REPORT-RECORD(1:80)
           CLOSE BROKEN-PROMISE-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-PP-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PAYMENT PLAN - ONE BROKEN PLAN ON THE REPORT
      *============================
      *PAYMENT-PLAN-RECORD holds the broken plan; the installment
      *that broke it is looked up for its due date and amount.
       BROKEN-PROMISE-ONE-LINE.
           ADD 1 TO WS-PP-LIST-COUNT
           COMPUTE WS-PP-ARREARS = WS-PP-ARREARS + PP-TOTAL -
                   PP-PAID-TOTAL
           MOVE SPACES TO WS-PP-NEXT-DUE
           MOVE 0 TO WS-PP-NEXT-AMT
           OPEN INPUT PLAN-INSTALLMENT-FILE
           IF WS-PI-FILE-STATUS = "00"
               PERFORM UNTIL WS-PI-FILE-STATUS NOT = "00"
                   READ PLAN-INSTALLMENT-FILE
                       NOT AT END
                           IF PI-PLAN-ID = PP-ID AND
                              PI-SEQ = PP-MISSED-SEQ
                               MOVE PI-DUE-DATE TO WS-PP-NEXT-DUE
                               COMPUTE WS-PP-NEXT-AMT =
                                       PI-AMOUNT - PI-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-INSTALLMENT-FILE
           END-IF

           MOVE PP-TOTAL TO WS-PP-AMT-EDIT
           MOVE PP-PAID-TOTAL TO WS-PP-AMT-EDIT-2
           MOVE WS-PP-NEXT-AMT TO WS-PP-AMT-EDIT-3
           MOVE SPACES TO BROKEN-PROMISE-REPORT-RECORD
           STRING PP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PP-TENANT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PP-DORM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PP-END-DATE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PP-AMT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PP-AMT-EDIT-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PP-MISSED-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PP-NEXT-DUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PP-AMT-EDIT-3 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PP-SUSPEND-LEVEL DELIMITED BY SIZE
                  INTO BROKEN-PROMISE-REPORT-RECORD
           END-STRING
           WRITE BROKEN-PROMISE-REPORT-RECORD
           DISPLAY BROKEN-PROMISE-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE PAYMENT PLAN RECORD
      *============================
       SAVE-PAYMENT-PLAN-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del payplan.dat"
               CALL "SYSTEM" USING "rename temppp.dat payplan.dat"

           ELSE
               CALL "SYSTEM" USING "mv temppp.dat payplan.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE PLAN INSTALLMENT RECORD
      *============================
       SAVE-PLAN-INSTALLMENT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del planinst.dat"
               CALL "SYSTEM" USING "rename temppi.dat planinst.dat"

           ELSE
               CALL "SYSTEM" USING "mv temppi.dat planinst.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IMPORT RUN REGISTRY MENU
      *============================
       IMPORT-RUN-MENU.
           PERFORM UNTIL UTIL-IR-CHOICE = 3
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "    IMPORT RUN REGISTRY"
           DISPLAY "=============================="
           DISPLAY "1 - LIST RUNS"
           DISPLAY "2 - BACK OUT A COMPLETED RUN"
           DISPLAY "3 - BACK"

           DISPLAY "ENTER CHOICE (1 - 3): "
           ACCEPT UTIL-IR-CHOICE

           EVALUATE UTIL-IR-CHOICE
               WHEN 1
                   PERFORM LIST-IMPORT-RUNS
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM BACKOUT-IMPORT-RUN
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST IMPORT RUNS
      *============================
       LIST-IMPORT-RUNS.
           DISPLAY " "
           DISPLAY "IMPORT / RECONCILIATION RUNS:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-IR-VIEW-COUNT
           OPEN INPUT IMPORT-RUN-FILE
           IF WS-IR-FILE-STATUS NOT = "00"
               DISPLAY "NO RUNS ON THE REGISTRY."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ IMPORT-RUN-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-IR-VIEW-COUNT
                           DISPLAY IR-RUN-ID " | " IR-KIND
                                   " | " IR-DATE
                                   " | " IR-STATUS
                           DISPLAY "    "
                                   FUNCTION TRIM(IR-FILENAME)
                                   " LINES " IR-LINE-COUNT
                                   " TOTAL " IR-TOTAL
                   END-READ
               END-PERFORM
               CLOSE IMPORT-RUN-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "RUNS LISTED: " WS-IR-VIEW-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BACK OUT A COMPLETED IMPORT RUN
      *============================
      *Reverses every charge the run posted (found through the
      *run id the import stamps into PH-NOTES) and marks the run
      *BACKEDOUT.
       BACKOUT-IMPORT-RUN.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RUN ID TO BACK OUT (e.g., IR00000001): "
           MOVE SPACES TO WS-IR-RUN-ID
           ACCEPT WS-IR-RUN-ID
           INSPECT WS-IR-RUN-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-IR-DUP-FOUND
           OPEN INPUT IMPORT-RUN-FILE
           IF WS-IR-FILE-STATUS = "00"
               MOVE "N" TO WS-IR-SCAN-EOF
               PERFORM UNTIL WS-IR-SCAN-EOF = "Y"
                   READ IMPORT-RUN-FILE
                       AT END
                           MOVE "Y" TO WS-IR-SCAN-EOF
                       NOT AT END
                           IF IR-RUN-ID = WS-IR-RUN-ID AND
                              IR-KIND = "UTILIMP" AND
                              IR-STATUS = "DONE"
                               MOVE "Y" TO WS-IR-DUP-FOUND
                               MOVE "Y" TO WS-IR-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-RUN-FILE
           END-IF
           IF WS-IR-DUP-FOUND = "N"
               DISPLAY "NO COMPLETED UTILITY IMPORT RUN "
                       WS-IR-RUN-ID " ON THE REGISTRY."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM BACKOUT OF RUN " WS-IR-RUN-ID
                   " (Y/N): "
           ACCEPT WS-IR-CONFIRM
           INSPECT WS-IR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-IR-CONFIRM NOT = "Y"
               DISPLAY "BACKOUT CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Pass 1: collect the run's postings from the history
           MOVE SPACES TO WS-IR-NOTE-PREFIX
           STRING "BULK IMPORT RUN " DELIMITED BY SIZE
                  WS-IR-RUN-ID DELIMITED BY SIZE
                  INTO WS-IR-NOTE-PREFIX
           END-STRING

           MOVE 0 TO WS-IRB-COUNT
           MOVE "N" TO WS-IRB-FULL
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-NOTES(1:26) = WS-IR-NOTE-PREFIX
                           IF WS-IRB-COUNT < 500
                               ADD 1 TO WS-IRB-COUNT
                               MOVE PH-DORM-ID
                                   TO WS-IRB-DORM(WS-IRB-COUNT)
                               MOVE PH-PAYMENT-TYPE
                                   TO WS-IRB-TYPE(WS-IRB-COUNT)
                               MOVE PH-AMOUNT-DUE
                                   TO WS-IRB-AMT(WS-IRB-COUNT)
                               MOVE PH-TRANSACTION-ID
                                   TO WS-IRB-TXN(WS-IRB-COUNT)
                           ELSE
                               *> A partial reversal marked as a
                               *> full backout would be worse
                               *> than no backout at all
                               MOVE "Y" TO WS-IRB-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-IRB-FULL = "Y"
               DISPLAY "ERROR: RUN " WS-IR-RUN-ID " POSTED MORE "
                       "THAN 500 CHARGES, WHICH IS MORE THAN "
                       "ONE BACKOUT PASS CAN REVERSE. THE RUN "
                       "STAYS DONE; NOTHING WAS REVERSED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           IF WS-IRB-COUNT = 0
               DISPLAY "NO POSTINGS CARRY THE RUN ID. NOTHING "
                       "TO REVERSE (RUNS FROM BEFORE THE "
                       "REGISTRY CANNOT BE BACKED OUT)."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Pass 2: reverse each posting
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           MOVE 0 TO WS-IR-BACKED
           PERFORM VARYING WS-IRB-IDX FROM 1 BY 1
               UNTIL WS-IRB-IDX > WS-IRB-COUNT
               PERFORM BACKOUT-ONE-POSTING
           END-PERFORM
           PERFORM RELEASE-UPDATE-LOCK

           *> Mark the run backed out
           OPEN INPUT IMPORT-RUN-FILE
           OPEN OUTPUT TEMP-IMPORT-RUN-FILE
           MOVE "N" TO WS-IR-SCAN-EOF
           PERFORM UNTIL WS-IR-SCAN-EOF = "Y"
               READ IMPORT-RUN-FILE
                   AT END
                       MOVE "Y" TO WS-IR-SCAN-EOF
                   NOT AT END
                       IF IR-RUN-ID = WS-IR-RUN-ID
                           MOVE "BACKEDOUT" TO IR-STATUS
                       END-IF
                       WRITE TEMP-IMPORT-RUN-RECORD
                           FROM IMPORT-RUN-RECORD
               END-READ
           END-PERFORM
           CLOSE IMPORT-RUN-FILE TEMP-IMPORT-RUN-FILE
           PERFORM SAVE-IMPORT-RUN-RECORD

           DISPLAY " "
           DISPLAY "RUN " WS-IR-RUN-ID " BACKED OUT. CHARGES "
                   "REVERSED: " WS-IR-BACKED
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BACKOUT - REVERSE ONE POSTING
      *============================
       BACKOUT-ONE-POSTING.
           OPEN I-O DORM-FILE
           MOVE WS-IRB-DORM(WS-IRB-IDX) TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM "
                           WS-IRB-DORM(WS-IRB-IDX)
                           " NOT FOUND. BALANCE NOT ADJUSTED."
               NOT INVALID KEY
                   IF WS-IRB-TYPE(WS-IRB-IDX) = "ELECTRICITY"
                       SUBTRACT WS-IRB-AMT(WS-IRB-IDX)
                           FROM DI-ELECTRICITY-BALANCE-DUE
                   ELSE
                       SUBTRACT WS-IRB-AMT(WS-IRB-IDX)
                           FROM DI-WATER-BALANCE-DUE
                   END-IF
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT ADJUST "
                                   WS-IRB-DORM(WS-IRB-IDX)
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE

           MOVE WS-IRB-DORM(WS-IRB-IDX) TO WS-DORM-ID
           MOVE WS-IRB-TYPE(WS-IRB-IDX) TO WS-PAYMENT-TYPE
           COMPUTE WS-AMOUNT-DUE = 0 - WS-IRB-AMT(WS-IRB-IDX)
           MOVE 0 TO WS-AMOUNT-PAID
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-IMP-POST-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-IMP-POST-DATE
           END-STRING
           MOVE WS-IMP-POST-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-IMP-POST-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "BACKOUT RUN " DELIMITED BY SIZE
                  WS-IR-RUN-ID DELIMITED BY SPACE
                  " TXN " DELIMITED BY SIZE
                  WS-IRB-TXN(WS-IRB-IDX) DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE SPACES TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           ADD 1 TO WS-IR-BACKED
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IMPORT - PROCESS ONE CSV LINE
      *============================
       IMPORT-PROCESS-LINE.
           MOVE SPACES TO WS-IMP-ROOM-X
           MOVE SPACES TO WS-IMP-PERIOD
           MOVE SPACES TO WS-IMP-AMOUNT-X
           UNSTRING WS-IMP-LINE DELIMITED BY ","
               INTO WS-IMP-ROOM-X
                    WS-IMP-PERIOD
                    WS-IMP-AMOUNT-X
           END-UNSTRING

           IF WS-IMP-ROOM-X = SPACES OR
              FUNCTION TRIM(WS-IMP-ROOM-X) IS NOT NUMERIC
               MOVE "BAD ROOM NUMBER" TO WS-IMP-REJECT-REASON
               PERFORM IMPORT-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-IMP-AMOUNT-X = SPACES OR
              FUNCTION TRIM(WS-IMP-AMOUNT-X) IS NOT NUMERIC
               MOVE "BAD AMOUNT" TO WS-IMP-REJECT-REASON
               PERFORM IMPORT-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           *> Normalize the room number to the zero-padded 3-digit
           *> form DI-ROOM-NUM is stored in
           MOVE FUNCTION NUMVAL(WS-IMP-ROOM-X) TO WS-IMP-ROOM-N
           MOVE WS-IMP-ROOM-N TO WS-IMP-ROOM-NORM
           MOVE FUNCTION NUMVAL(WS-IMP-AMOUNT-X) TO WS-IMP-AMOUNT

           *> Find the room carrying this meter
           MOVE 0 TO WS-IMP-MATCH-COUNT
           MOVE SPACES TO WS-IMP-MATCH-ID
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-ROOM-NUM = WS-IMP-ROOM-NORM
                           ADD 1 TO WS-IMP-MATCH-COUNT
                           MOVE DI-ID TO WS-IMP-MATCH-ID
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE WS-IMP-MATCH-COUNT
               WHEN 0
                   MOVE "NO ROOM WITH THIS NUMBER"
                       TO WS-IMP-REJECT-REASON
                   PERFORM IMPORT-WRITE-REJECT
               WHEN 1
                   PERFORM IMPORT-POST-CHARGE
               WHEN OTHER
                   *> Same room number on more than one floor: the
                   *> clerk has to post it by hand to the right room
                   MOVE "AMBIGUOUS: ROOM NUMBER ON SEVERAL FLOORS"
                       TO WS-IMP-REJECT-REASON
                   PERFORM IMPORT-WRITE-REJECT
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IMPORT - POST ONE CHARGE TO THE MATCHED ROOM
      *============================
       IMPORT-POST-CHARGE.
           MOVE WS-IMP-MATCH-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   MOVE "ROOM DISAPPEARED DURING IMPORT"
                       TO WS-IMP-REJECT-REASON
                   PERFORM IMPORT-WRITE-REJECT
               NOT INVALID KEY
                   IF WS-IMP-TYPE = "ELECTRICITY"
                       MOVE WS-IMP-AMOUNT TO DI-ELECTRICITY-AMT
                       ADD WS-IMP-AMOUNT
                           TO DI-ELECTRICITY-BALANCE-DUE
                       MOVE WS-IMP-DUE-DATE TO DI-ELECTRICITY-DUE
                   ELSE
                       MOVE WS-IMP-AMOUNT TO DI-WATER-AMT
                       ADD WS-IMP-AMOUNT TO DI-WATER-BALANCE-DUE
                       MOVE WS-IMP-DUE-DATE TO DI-WATER-DUE
                   END-IF

                   REWRITE DORM-RECORD
                       INVALID KEY
                           MOVE "COULD NOT UPDATE ROOM"
                               TO WS-IMP-REJECT-REASON
                           PERFORM IMPORT-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-IMP-POSTED-COUNT
                           MOVE WS-IMP-MATCH-ID TO WS-DORM-ID
                           MOVE WS-IMP-TYPE TO WS-PAYMENT-TYPE
                           MOVE WS-IMP-AMOUNT TO WS-AMOUNT-DUE
                           MOVE 0 TO WS-AMOUNT-PAID
                           MOVE WS-IMP-POST-DATE
                               TO WS-PAYMENT-DATE-LOG
                           MOVE WS-IMP-DUE-DATE TO WS-DUE-DATE-LOG
                           MOVE SPACES TO WS-PAYMENT-NOTES
                           *> The run id up front lets a backout
                           *> find everything this run posted
                           STRING "BULK IMPORT RUN "
                                  DELIMITED BY SIZE
                                  WS-IR-RUN-ID DELIMITED BY SIZE
                                  " PERIOD " DELIMITED BY SIZE
                                  WS-IMP-PERIOD DELIMITED BY SPACE
                                  " ROOM " DELIMITED BY SIZE
                                  WS-IMP-ROOM-NORM
                                  DELIMITED BY SPACE
                                  INTO WS-PAYMENT-NOTES
                           END-STRING
                           MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                           MOVE "INTERNAL"
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE SPACES TO WS-PAYMENT-REF-LOG
                           PERFORM LOG-PAYMENT-HISTORY
                           DISPLAY "POSTED " WS-IMP-TYPE " "
                                   WS-IMP-AMOUNT " TO "
                                   WS-IMP-MATCH-ID
                   END-REWRITE
           END-READ
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IMPORT - WRITE ONE REJECT LINE
      *============================
       IMPORT-WRITE-REJECT.
           ADD 1 TO WS-IMP-REJECT-COUNT
           MOVE SPACES TO IMPORT-REJECT-RECORD
           STRING WS-IMP-REJECT-REASON DELIMITED BY "  "
                  " | " DELIMITED BY SIZE
                  WS-IMP-LINE DELIMITED BY SIZE
                  INTO IMPORT-REJECT-RECORD
           END-STRING
           WRITE IMPORT-REJECT-RECORD
           DISPLAY "REJECTED (" FUNCTION TRIM(WS-IMP-REJECT-REASON)
                   "): " FUNCTION TRIM(WS-IMP-LINE)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: METER READINGS AND TARIFFS MENU
      *============================
       METER-MENU.
           PERFORM UNTIL UTIL-MT-CHOICE = 7
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  METER READINGS AND TARIFFS"
           DISPLAY "=============================="
           DISPLAY "1 - ENTER A METER READING"
           DISPLAY "2 - VIEW METER MASTER"
           DISPLAY "3 - LIST TARIFFS"
           DISPLAY "4 - ADD TARIFF"
           DISPLAY "5 - UTILITY COMPANY BILLS"
           DISPLAY "6 - UTILITY COST RECOVERY REPORT"
           DISPLAY "7 - BACK"

           DISPLAY "ENTER CHOICE (1 - 7): "
           ACCEPT UTIL-MT-CHOICE

           EVALUATE UTIL-MT-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM ENTER-METER-READING
               WHEN 2
                   PERFORM VIEW-METER-MASTER
               WHEN 3
                   PERFORM LIST-TARIFFS
               WHEN 4
                   PERFORM ADD-TARIFF
               WHEN 5
                   MOVE 0 TO UTIL-UB-CHOICE
                   PERFORM MANAGE-UTILITY-BILLS
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM UTIL-RECOVERY-REPORT
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ENTER A METER READING
      *============================
       ENTER-METER-READING.
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "=============================="
           DISPLAY "     ENTER A METER READING"
           DISPLAY "=============================="

           DISPLAY "1 - ELECTRICITY METER"
           DISPLAY "2 - WATER METER"
           DISPLAY "ENTER CHOICE (1 - 2): "
           MOVE 0 TO WS-MT-TYPE-CHOICE
           ACCEPT WS-MT-TYPE-CHOICE
           PERFORM UNTIL WS-MT-TYPE-CHOICE = 1 OR
                         WS-MT-TYPE-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-MT-TYPE-CHOICE
           END-PERFORM
           IF WS-MT-TYPE-CHOICE = 1
               MOVE "ELECTRICITY" TO WS-MT-UTIL-TYPE
           ELSE
               MOVE "WATER" TO WS-MT-UTIL-TYPE
           END-IF

           PERFORM SHOW-DORM-ID
           DISPLAY "ROOM (DORM ID): "
           ACCEPT WS-MT-DORM-ID
           INSPECT WS-MT-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-VALID-ROOM-FLAG
           OPEN INPUT DORM-FILE
           MOVE WS-MT-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-ROOM-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-ROOM-FLAG
           END-READ
           CLOSE DORM-FILE
           IF WS-VALID-ROOM-FLAG = "N"
               DISPLAY "ERROR: ROOM " WS-MT-DORM-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O METER-FILE
           IF WS-METER-FILE-STATUS NOT = "00"
               OPEN OUTPUT METER-FILE
               CLOSE METER-FILE
               OPEN I-O METER-FILE
           END-IF

           MOVE "N" TO WS-MT-FOUND
           MOVE WS-MT-DORM-ID TO MT-DORM-ID
           MOVE WS-MT-UTIL-TYPE TO MT-UTIL-TYPE
           READ METER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MT-FOUND
           END-READ

           IF WS-MT-FOUND = "N"
               DISPLAY "NO " WS-MT-UTIL-TYPE " METER ON FILE FOR "
                       WS-MT-DORM-ID "."
               DISPLAY "RECORD A BASELINE READING NOW? (Y/N): "
               ACCEPT WS-MT-CONFIRM
               INSPECT WS-MT-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-MT-CONFIRM = "Y"
                   DISPLAY "BASELINE METER READING: "
                   MOVE 0 TO WS-MT-NEW-READING
                   ACCEPT WS-MT-NEW-READING
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE WS-MT-DORM-ID TO MT-DORM-ID
                   MOVE WS-MT-UTIL-TYPE TO MT-UTIL-TYPE
                   MOVE WS-MT-NEW-READING TO MT-PREV-READING
                   MOVE SPACES TO MT-PREV-DATE
                   STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                          INTO MT-PREV-DATE
                   END-STRING
                   MOVE 0 TO MT-USUAL-CONSUMPTION
                   MOVE 0 TO MT-READ-COUNT
                   WRITE METER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT WRITE THE "
                                   "METER MASTER."
                       NOT INVALID KEY
                           DISPLAY "BASELINE RECORDED. NO CHARGE "
                                   "POSTED FOR A BASELINE."
                   END-WRITE
               END-IF
               CLOSE METER-FILE
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PREVIOUS READING: " MT-PREV-READING
                   " ON " MT-PREV-DATE
           IF MT-USUAL-CONSUMPTION > 0
               DISPLAY "USUAL CONSUMPTION PER MONTH: "
                       MT-USUAL-CONSUMPTION
           END-IF

           DISPLAY "READING DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-MT-READ-DATE
               ACCEPT WS-MT-READ-DATE
               MOVE WS-MT-READ-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   *> The bill posts dated to the reading date, so
                   *> a reconciled day or closed month is off
                   *> limits like on every other posting screen
                   MOVE WS-MT-READ-DATE
                       TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "NEW METER READING: "
           MOVE 0 TO WS-MT-NEW-READING
           ACCEPT WS-MT-NEW-READING

           *> A reading below the last one is almost always a
           *> fat-fingered entry; a replaced or rolled-over meter
           *> restarts from the new figure if the operator insists
           IF WS-MT-NEW-READING < MT-PREV-READING
               DISPLAY "WARNING: READING " WS-MT-NEW-READING
                       " IS BELOW THE PREVIOUS READING "
                       MT-PREV-READING "."
               DISPLAY "ACCEPT ANYWAY (METER REPLACED OR ROLLED "
                       "OVER) (Y/N): "
               ACCEPT WS-MT-CONFIRM
               INSPECT WS-MT-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-MT-CONFIRM NOT = "Y"
                   DISPLAY "READING NOT ACCEPTED."
                   CLOSE METER-FILE
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MT-NEW-READING TO WS-MT-CONSUMPTION
           ELSE
               COMPUTE WS-MT-CONSUMPTION =
                       WS-MT-NEW-READING - MT-PREV-READING
           END-IF

           IF MT-USUAL-CONSUMPTION > 0
               COMPUTE WS-MT-SPIKE-LIMIT =
                       MT-USUAL-CONSUMPTION *
                       (100 + WS-MT-SPIKE-PCT) / 100
               IF WS-MT-CONSUMPTION > WS-MT-SPIKE-LIMIT
                   DISPLAY "WARNING: CONSUMPTION "
                           WS-MT-CONSUMPTION " IS MORE THAN "
                           WS-MT-SPIKE-PCT "% ABOVE THE USUAL "
                           MT-USUAL-CONSUMPTION "."
                   DISPLAY "ACCEPT THE READING ANYWAY (Y/N): "
                   ACCEPT WS-MT-CONFIRM
                   INSPECT WS-MT-CONFIRM
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-MT-CONFIRM NOT = "Y"
                       DISPLAY "READING NOT ACCEPTED."
                       CLOSE METER-FILE
                       PERFORM EXIT-PROMT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           PERFORM METER-FIND-TARIFF
           IF WS-MT-RATE-FOUND = "N"
               DISPLAY "ERROR: NO " WS-MT-UTIL-TYPE " TARIFF ON "
                       "FILE ON OR BEFORE " WS-MT-READ-DATE
                       ". ADD ONE FIRST."
               CLOSE METER-FILE
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MT-BILL ROUNDED =
                   WS-MT-CONSUMPTION * WS-MT-RATE
           IF WS-MT-BILL < WS-MT-MINIMUM
               MOVE WS-MT-MINIMUM TO WS-MT-BILL
               DISPLAY "MINIMUM CHARGE APPLIES."
           END-IF

           DISPLAY "DUE DATE FOR THE BILL (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-MT-DUE-DATE
               ACCEPT WS-MT-DUE-DATE
               MOVE WS-MT-DUE-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "SUMMARY:"
           DISPLAY "  ROOM        : " WS-MT-DORM-ID
           DISPLAY "  UTILITY     : " WS-MT-UTIL-TYPE
           DISPLAY "  CONSUMPTION : " WS-MT-CONSUMPTION
           DISPLAY "  RATE/UNIT   : " WS-MT-RATE
           DISPLAY "  BILL AMOUNT : " WS-MT-BILL
           DISPLAY "  DUE DATE    : " WS-MT-DUE-DATE
           DISPLAY " "
           DISPLAY "POST THIS BILL TO THE ROOM (Y/N): "
           ACCEPT WS-MT-CONFIRM
           INSPECT WS-MT-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-MT-CONFIRM NOT = "Y"
               DISPLAY "READING DISCARDED. NOTHING POSTED."
               CLOSE METER-FILE
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM METER-POST-BILL

           *> Roll the meter master forward and refresh the usual
           *> consumption as a running average
           COMPUTE MT-USUAL-CONSUMPTION ROUNDED =
                   ((MT-USUAL-CONSUMPTION * MT-READ-COUNT) +
                    WS-MT-CONSUMPTION) / (MT-READ-COUNT + 1)
           IF MT-READ-COUNT < 9999
               ADD 1 TO MT-READ-COUNT
           END-IF
           MOVE WS-MT-NEW-READING TO MT-PREV-READING
           MOVE WS-MT-READ-DATE TO MT-PREV-DATE
           REWRITE METER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: COULD NOT UPDATE THE METER "
                           "MASTER."
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE METER-FILE

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: METER - TARIFF FOR THIS READING DATE
      *============================
       METER-FIND-TARIFF.
           MOVE "N" TO WS-MT-RATE-FOUND
           MOVE 0 TO WS-MT-RATE
           MOVE 0 TO WS-MT-MINIMUM
           MOVE SPACES TO WS-MT-BEST-DATE

           OPEN INPUT TARIFF-FILE
           IF WS-TARIFF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ TARIFF-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF TF-UTIL-TYPE = WS-MT-UTIL-TYPE AND
                          TF-EFFECTIVE-DATE <= WS-MT-READ-DATE AND
                          TF-EFFECTIVE-DATE > WS-MT-BEST-DATE
                           MOVE "Y" TO WS-MT-RATE-FOUND
                           MOVE TF-RATE-PER-UNIT TO WS-MT-RATE
                           MOVE TF-MINIMUM-CHARGE TO WS-MT-MINIMUM
                           MOVE TF-EFFECTIVE-DATE
                               TO WS-MT-BEST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARIFF-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: METER - POST THE COMPUTED BILL TO THE ROOM
      *============================
       METER-POST-BILL.
           OPEN I-O DORM-FILE
           MOVE WS-MT-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-MT-DORM-ID
                           " DISAPPEARED. BILL NOT POSTED."
               NOT INVALID KEY
                   IF WS-MT-UTIL-TYPE = "ELECTRICITY"
                       MOVE WS-MT-BILL TO DI-ELECTRICITY-AMT
                       ADD WS-MT-BILL
                           TO DI-ELECTRICITY-BALANCE-DUE
                       MOVE WS-MT-DUE-DATE TO DI-ELECTRICITY-DUE
                   ELSE
                       MOVE WS-MT-BILL TO DI-WATER-AMT
                       ADD WS-MT-BILL TO DI-WATER-BALANCE-DUE
                       MOVE WS-MT-DUE-DATE TO DI-WATER-DUE
                   END-IF
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT POST THE "
                                   "BILL."
                       NOT INVALID KEY
                           MOVE WS-MT-DORM-ID TO WS-DORM-ID
                           MOVE WS-MT-UTIL-TYPE
                               TO WS-PAYMENT-TYPE
                           MOVE WS-MT-BILL TO WS-AMOUNT-DUE
                           MOVE 0 TO WS-AMOUNT-PAID
                           MOVE WS-MT-READ-DATE
                               TO WS-PAYMENT-DATE-LOG
                           MOVE WS-MT-DUE-DATE TO WS-DUE-DATE-LOG
                           MOVE SPACES TO WS-PAYMENT-NOTES
                           STRING "METER READ " DELIMITED BY SIZE
                                  MT-PREV-READING
                                  DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  WS-MT-NEW-READING
                                  DELIMITED BY SIZE
                                  " USE " DELIMITED BY SIZE
                                  WS-MT-CONSUMPTION
                                  DELIMITED BY SIZE
                                  INTO WS-PAYMENT-NOTES
                           END-STRING
                           MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                           MOVE "INTERNAL"
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE SPACES TO WS-PAYMENT-REF-LOG
                           PERFORM LOG-PAYMENT-HISTORY
                           DISPLAY "BILL " WS-MT-BILL
                                   " POSTED TO " WS-MT-DORM-ID
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW METER MASTER
      *============================
       VIEW-METER-MASTER.
           DISPLAY " "
           DISPLAY "METER MASTER:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-MT-VIEW-COUNT
           OPEN INPUT METER-FILE
           IF WS-METER-FILE-STATUS NOT = "00"
               DISPLAY "NO METERS ON FILE YET."
           ELSE
               MOVE LOW-VALUES TO MT-KEY
               START METER-FILE KEY >= MT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-METER-FILE-STATUS NOT = "00"
                   READ METER-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-MT-VIEW-COUNT
                           DISPLAY MT-DORM-ID " | "
                                   MT-UTIL-TYPE
                                   " | LAST " MT-PREV-READING
                                   " ON " MT-PREV-DATE
                                   " | USUAL "
                                   MT-USUAL-CONSUMPTION
                   END-READ
               END-PERFORM
               CLOSE METER-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "METERS LISTED: " WS-MT-VIEW-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST TARIFFS
      *============================
       LIST-TARIFFS.
           DISPLAY " "
           DISPLAY "TARIFFS (RATE PER UNIT, MINIMUM CHARGE):"
           DISPLAY "----------------------------------------"
           OPEN INPUT TARIFF-FILE
           IF WS-TARIFF-FILE-STATUS NOT = "00"
               DISPLAY "NO TARIFFS ON FILE YET."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ TARIFF-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           DISPLAY TF-UTIL-TYPE
                                   " | RATE " TF-RATE-PER-UNIT
                                   " | MIN " TF-MINIMUM-CHARGE
                                   " | EFFECTIVE "
                                   TF-EFFECTIVE-DATE
                   END-READ
               END-PERFORM
               CLOSE TARIFF-FILE
           END-IF
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD TARIFF
      *============================
       ADD-TARIFF.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "1 - ELECTRICITY TARIFF"
           DISPLAY "2 - WATER TARIFF"
           DISPLAY "ENTER CHOICE (1 - 2): "
           MOVE 0 TO WS-MT-TYPE-CHOICE
           ACCEPT WS-MT-TYPE-CHOICE
           PERFORM UNTIL WS-MT-TYPE-CHOICE = 1 OR
                         WS-MT-TYPE-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-MT-TYPE-CHOICE
           END-PERFORM
           IF WS-MT-TYPE-CHOICE = 1
               MOVE "ELECTRICITY" TO WS-MT-UTIL-TYPE
           ELSE
               MOVE "WATER" TO WS-MT-UTIL-TYPE
           END-IF

           DISPLAY "RATE PER UNIT (e.g., 0011.50): "
           MOVE 0 TO WS-TF-NEW-RATE
           ACCEPT WS-TF-NEW-RATE
           PERFORM UNTIL WS-TF-NEW-RATE > 0
               DISPLAY "RATE MUST BE GREATER THAN 0: "
               ACCEPT WS-TF-NEW-RATE
           END-PERFORM

           DISPLAY "MINIMUM CHARGE (0 IF NONE): "
           MOVE 0 TO WS-TF-NEW-MIN
           ACCEPT WS-TF-NEW-MIN

           DISPLAY "EFFECTIVE DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-TF-NEW-DATE
               ACCEPT WS-TF-NEW-DATE
               MOVE WS-TF-NEW-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           MOVE WS-MT-UTIL-TYPE TO TF-UTIL-TYPE
           MOVE WS-TF-NEW-RATE  TO TF-RATE-PER-UNIT
           MOVE WS-TF-NEW-MIN   TO TF-MINIMUM-CHARGE
           MOVE WS-TF-NEW-DATE  TO TF-EFFECTIVE-DATE
           OPEN EXTEND TARIFF-FILE
           WRITE TARIFF-RECORD
           CLOSE TARIFF-FILE
           DISPLAY "TARIFF ADDED: " TF-UTIL-TYPE " RATE "
                   TF-RATE-PER-UNIT " MIN " TF-MINIMUM-CHARGE
                   " EFFECTIVE " TF-EFFECTIVE-DATE
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITY COMPANY BILLS (BUILDING MASTER METERS)
      *============================
       MANAGE-UTILITY-BILLS.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL UTIL-UB-CHOICE = 3
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "     UTILITY COMPANY BILLS"
           DISPLAY "=============================="
           DISPLAY "1 - LIST BILLS FOR A MONTH"
           DISPLAY "2 - RECORD/REPLACE A BUILDING'S BILL"
           DISPLAY "3 - BACK"

           DISPLAY "ENTER CHOICE (1 - 3): "
           ACCEPT UTIL-UB-CHOICE

           EVALUATE UTIL-UB-CHOICE
               WHEN 1
                   PERFORM LIST-UTILITY-BILLS
               WHEN 2
                   PERFORM ADD-UTILITY-BILL
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITY COMPANY BILLS - ASK FOR THE MONTH
      *============================
      *Month prompt shared by the bill screens and the report
       UB-ACCEPT-PERIOD.
           MOVE SPACES TO WS-UB-NEW-PERIOD
           ACCEPT WS-UB-NEW-PERIOD
           PERFORM UNTIL WS-UB-NEW-PERIOD(1:4) IS NUMERIC AND
                         WS-UB-NEW-PERIOD(5:1) = "-" AND
                         WS-UB-NEW-PERIOD(6:2) IS NUMERIC AND
                         WS-UB-NEW-PERIOD(6:2) >= "01" AND
                         WS-UB-NEW-PERIOD(6:2) <= "12"
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               MOVE SPACES TO WS-UB-NEW-PERIOD
               ACCEPT WS-UB-NEW-PERIOD
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST UTILITY COMPANY BILLS FOR A MONTH
      *============================
       LIST-UTILITY-BILLS.
           DISPLAY "MONTH TO LIST (YYYY-MM): "
           PERFORM UB-ACCEPT-PERIOD

           DISPLAY " "
           DISPLAY "UTILITY COMPANY BILLS FOR " WS-UB-NEW-PERIOD ":"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-UB-COUNT
           OPEN INPUT UTILITY-BILL-FILE
           IF WS-UB-FILE-STATUS NOT = "00"
               DISPLAY "NO UTILITY BILLS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ UTILITY-BILL-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF UB-PERIOD = WS-UB-NEW-PERIOD
                               ADD 1 TO WS-UB-COUNT
                               DISPLAY "BLDG " UB-BUILDING
                                       " | " UB-UTIL-TYPE
                                       " | UNITS " UB-UNITS
                                       " | COMMON " UB-COMMON-UNITS
                                       " | AMOUNT " UB-AMOUNT
                               DISPLAY "    BILL " UB-BILL-REF
                                       " ENTERED " UB-DATE-ENTERED
                                       " BY " UB-ENTERED-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UTILITY-BILL-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "BILLS LISTED: " WS-UB-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECORD/REPLACE A UTILITY COMPANY BILL
      *============================
      *One bill per building, utility type and month. Keying the
      *same building, type and month again replaces the old bill.
       ADD-UTILITY-BILL.
           DISPLAY "BILLING MONTH (YYYY-MM): "
           PERFORM UB-ACCEPT-PERIOD

           PERFORM ENSURE-BUILDING-FILE
           PERFORM SHOW-BUILDING-LIST
           DISPLAY "BUILDING CODE (e.g., A): "
           MOVE SPACES TO WS-UB-NEW-BLDG
           ACCEPT WS-UB-NEW-BLDG
           INSPECT WS-UB-NEW-BLDG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-UB-NEW-BLDG TO WS-ADD-BUILDING
           PERFORM VALIDATE-BUILDING-CODE
           PERFORM UNTIL WS-BL-FOUND = "Y"
               DISPLAY "UNKNOWN BUILDING. ENTER ONE OF THE CODES "
                       "LISTED ABOVE: "
               ACCEPT WS-UB-NEW-BLDG
               INSPECT WS-UB-NEW-BLDG
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-UB-NEW-BLDG TO WS-ADD-BUILDING
               PERFORM VALIDATE-BUILDING-CODE
           END-PERFORM

           DISPLAY "1 - ELECTRICITY BILL"
           DISPLAY "2 - WATER BILL"
           DISPLAY "ENTER CHOICE (1 - 2): "
           MOVE 0 TO WS-MT-TYPE-CHOICE
           ACCEPT WS-MT-TYPE-CHOICE
           PERFORM UNTIL WS-MT-TYPE-CHOICE = 1 OR
                         WS-MT-TYPE-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-MT-TYPE-CHOICE
           END-PERFORM
           IF WS-MT-TYPE-CHOICE = 1
               MOVE "ELECTRICITY" TO WS-UB-NEW-TYPE
               MOVE "KWH" TO WS-UB-UNIT-LABEL
           ELSE
               MOVE "WATER" TO WS-UB-NEW-TYPE
               MOVE "M3" TO WS-UB-UNIT-LABEL
           END-IF

           DISPLAY "MASTER METER CONSUMPTION ON THE BILL ("
                   FUNCTION TRIM(WS-UB-UNIT-LABEL) "): "
           MOVE 0 TO WS-UB-NEW-UNITS
           ACCEPT WS-UB-NEW-UNITS
           PERFORM UNTIL WS-UB-NEW-UNITS > 0
               DISPLAY "CONSUMPTION MUST BE GREATER THAN 0: "
               ACCEPT WS-UB-NEW-UNITS
           END-PERFORM

           DISPLAY "COMMON-AREA SUBMETER READING ("
                   FUNCTION TRIM(WS-UB-UNIT-LABEL)
                   ", 0 IF NONE): "
           MOVE 0 TO WS-UB-NEW-COMMON
           ACCEPT WS-UB-NEW-COMMON
           PERFORM UNTIL WS-UB-NEW-COMMON <= WS-UB-NEW-UNITS
               DISPLAY "CANNOT EXCEED THE MASTER METER ("
                       WS-UB-NEW-UNITS "): "
               ACCEPT WS-UB-NEW-COMMON
           END-PERFORM

           DISPLAY "AMOUNT ON THE BILL: "
           MOVE 0 TO WS-UB-NEW-AMT
           ACCEPT WS-UB-NEW-AMT
           PERFORM UNTIL WS-UB-NEW-AMT > 0
               DISPLAY "AMOUNT MUST BE GREATER THAN 0: "
               ACCEPT WS-UB-NEW-AMT
           END-PERFORM

           DISPLAY "UTILITY'S BILL OR ACCOUNT REFERENCE: "
           MOVE SPACES TO WS-UB-NEW-REF
           ACCEPT WS-UB-NEW-REF
           INSPECT WS-UB-NEW-REF
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           *> Replace-then-append keeps one bill per key
           MOVE "N" TO WS-UB-REPLACED
           MOVE 0 TO WS-UB-OLD-AMT
           OPEN INPUT UTILITY-BILL-FILE
           IF WS-UB-FILE-STATUS = "00"
               OPEN OUTPUT TEMP-UTILITY-BILL-FILE
               MOVE "N" TO WS-UB-SCAN-EOF
               PERFORM UNTIL WS-UB-SCAN-EOF = "Y"
                   READ UTILITY-BILL-FILE
                       AT END
                           MOVE "Y" TO WS-UB-SCAN-EOF
                       NOT AT END
                           IF UB-BUILDING = WS-UB-NEW-BLDG AND
                              UB-UTIL-TYPE = WS-UB-NEW-TYPE AND
                              UB-PERIOD = WS-UB-NEW-PERIOD
                               MOVE "Y" TO WS-UB-REPLACED
                               MOVE UB-AMOUNT TO WS-UB-OLD-AMT
                           ELSE
                               WRITE TEMP-UTILITY-BILL-RECORD
                                   FROM UTILITY-BILL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UTILITY-BILL-FILE TEMP-UTILITY-BILL-FILE
               PERFORM SAVE-UTILITY-BILL-RECORD
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO UB-DATE-ENTERED
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO UB-DATE-ENTERED
           END-STRING
           MOVE WS-UB-NEW-BLDG   TO UB-BUILDING
           MOVE WS-UB-NEW-TYPE   TO UB-UTIL-TYPE
           MOVE WS-UB-NEW-PERIOD TO UB-PERIOD
           MOVE WS-UB-NEW-UNITS  TO UB-UNITS
           MOVE WS-UB-NEW-COMMON TO UB-COMMON-UNITS
           MOVE WS-UB-NEW-AMT    TO UB-AMOUNT
           MOVE WS-UB-NEW-REF    TO UB-BILL-REF
           MOVE WS-OPERATOR-ID   TO UB-ENTERED-BY
           OPEN EXTEND UTILITY-BILL-FILE
           IF WS-UB-FILE-STATUS NOT = "00"
               OPEN OUTPUT UTILITY-BILL-FILE
           END-IF
           WRITE UTILITY-BILL-RECORD
           CLOSE UTILITY-BILL-FILE

           MOVE "UTBILL" TO WS-AJ-RECORD-TYPE
           MOVE SPACES TO WS-AJ-KEY
           STRING WS-UB-NEW-BLDG DELIMITED BY SIZE
                  WS-UB-NEW-TYPE(1:1) DELIMITED BY SIZE
                  WS-UB-NEW-PERIOD(1:4) DELIMITED BY SIZE
                  WS-UB-NEW-PERIOD(6:2) DELIMITED BY SIZE
                  INTO WS-AJ-KEY
           END-STRING
           IF WS-UB-REPLACED = "Y"
               MOVE "CHANGE" TO WS-AJ-ACTION
               MOVE WS-UB-OLD-AMT TO WS-AJ-OLD-VALUE
           ELSE
               MOVE "CREATE" TO WS-AJ-ACTION
               MOVE SPACES TO WS-AJ-OLD-VALUE
           END-IF
           MOVE "UTILITY BILL AMOUNT" TO WS-AJ-FIELD
           MOVE WS-UB-NEW-AMT TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL

           IF WS-UB-REPLACED = "Y"
               DISPLAY "UTILITY BILL REPLACED."
           ELSE
               DISPLAY "UTILITY BILL SAVED."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE UTILITY BILL RECORD
      *============================
       SAVE-UTILITY-BILL-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del utilbill.dat"
               CALL "SYSTEM" USING "rename tempub.dat utilbill.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempub.dat utilbill.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITY COST RECOVERY RECONCILIATION
      *============================
      *Sets each building's utility company bill for a month
      *against what its rooms' meters recorded and what the rooms
      *were billed (meter readings and bulk imports dated in that
      *month, net of backouts and voids). Leakage is the master
      *meter less the common-area submeter less the room meters;
      *common-area and leakage money are priced at the bill's
      *average rate. Buildings recovering less than the floor and
      *rooms lived in during the month with nothing metered are
      *listed as exceptions.
       UTIL-RECOVERY-REPORT.
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "=========================================="
           DISPLAY "  UTILITY COST RECOVERY RECONCILIATION"
           DISPLAY "=========================================="

           DISPLAY "MONTH TO RECONCILE (YYYY-MM): "
           PERFORM UB-ACCEPT-PERIOD
           MOVE WS-UB-NEW-PERIOD TO WS-UR-PERIOD

           DISPLAY "FLAG BUILDINGS RECOVERING LESS THAN THIS "
                   "PERCENT (EMPTY FOR " WS-PARM-UTIL-PCT "): "
           MOVE 0 TO WS-UR-PCT
           ACCEPT WS-UR-PCT
           IF WS-UR-PCT = 0
               MOVE WS-PARM-UTIL-PCT TO WS-UR-PCT
           END-IF

           INITIALIZE WS-UR-TABLE
           INITIALIZE WS-UR-ROOM-TABLE
           MOVE 0 TO WS-UR-COUNT
           MOVE 0 TO WS-UR-ROOM-COUNT
           MOVE "N" TO WS-UR-OVERFLOW

           PERFORM UR-LOAD-BILLS
           PERFORM UR-LOAD-ROOMS
           PERFORM UR-LOAD-OCCUPANCY
           PERFORM AUDIT-COLLECT-VOIDED-TXNS
           PERFORM UR-SCAN-HISTORY
           PERFORM VARYING WS-UR-ROOM-IDX FROM 1 BY 1
               UNTIL WS-UR-ROOM-IDX > WS-UR-ROOM-COUNT
               PERFORM UR-ROLL-UP-ROOM
           END-PERFORM

           IF WS-UR-COUNT = 0
               DISPLAY "NO UTILITY BILLS AND NO TENANT UTILITY "
                       "CHARGES FOR " WS-UR-PERIOD "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM UR-EMIT-REPORT

           DISPLAY " "
           DISPLAY "RECOVERY REPORT WRITTEN TO "
                   FUNCTION TRIM(WS-UR-REPORT-NAME)
           DISPLAY "EXCEPTIONS LISTED: " WS-UR-EXCEPTIONS
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - THE MONTH'S UTILITY COMPANY BILLS
      *============================
       UR-LOAD-BILLS.
           OPEN INPUT UTILITY-BILL-FILE
           IF WS-UB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-UB-SCAN-EOF
           PERFORM UNTIL WS-UB-SCAN-EOF = "Y"
               READ UTILITY-BILL-FILE
                   AT END
                       MOVE "Y" TO WS-UB-SCAN-EOF
                   NOT AT END
                       IF UB-PERIOD = WS-UR-PERIOD
                           MOVE UB-BUILDING TO WS-UR-LOOK-BLDG
                           MOVE UB-UTIL-TYPE TO WS-UR-LOOK-TYPE
                           PERFORM UR-ADD-ENTRY
                           IF WS-UR-FOUND-IDX > 0
                               MOVE "Y" TO
                                   WS-UR-HAS-BILL(WS-UR-FOUND-IDX)
                               MOVE UB-UNITS TO
                                   WS-UR-MASTER-UNITS(WS-UR-FOUND-IDX)
                               MOVE UB-COMMON-UNITS TO
                                   WS-UR-COMMON-UNITS(WS-UR-FOUND-IDX)
                               MOVE UB-AMOUNT TO
                                   WS-UR-MASTER-AMT(WS-UR-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UTILITY-BILL-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - FIND A BUILDING/TYPE LINE
      *============================
       UR-FIND-ENTRY.
           MOVE 0 TO WS-UR-FOUND-IDX
           PERFORM VARYING WS-UR-IDX FROM 1 BY 1
               UNTIL WS-UR-IDX > WS-UR-COUNT
               IF WS-UR-BLDG(WS-UR-IDX) = WS-UR-LOOK-BLDG AND
                  WS-UR-TYPE(WS-UR-IDX) = WS-UR-LOOK-TYPE
                   MOVE WS-UR-IDX TO WS-UR-FOUND-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - FIND OR ADD A BUILDING/TYPE LINE
      *============================
      *Find, or add when not there yet
       UR-ADD-ENTRY.
           PERFORM UR-FIND-ENTRY
           IF WS-UR-FOUND-IDX = 0
               IF WS-UR-COUNT < 80
                   ADD 1 TO WS-UR-COUNT
                   MOVE WS-UR-COUNT TO WS-UR-FOUND-IDX
                   MOVE WS-UR-LOOK-BLDG
                       TO WS-UR-BLDG(WS-UR-FOUND-IDX)
                   MOVE WS-UR-LOOK-TYPE
                       TO WS-UR-TYPE(WS-UR-FOUND-IDX)
                   MOVE "N" TO WS-UR-HAS-BILL(WS-UR-FOUND-IDX)
               ELSE
                   MOVE "Y" TO WS-UR-OVERFLOW
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - ROOMS, BUILDING AND OCCUPANCY
      *============================
       UR-LOAD-ROOMS.
           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-UR-ROOM-COUNT < 1000
                           ADD 1 TO WS-UR-ROOM-COUNT
                           MOVE DI-ID TO
                               WS-UR-ROOM-ID(WS-UR-ROOM-COUNT)
                           MOVE DI-BUILDING TO
                               WS-UR-ROOM-BLDG(WS-UR-ROOM-COUNT)
                           MOVE DI-OCCUPANT-COUNT TO
                               WS-UR-ROOM-OCC(WS-UR-ROOM-COUNT)
                           MOVE 0 TO
                               WS-UR-ROOM-LOG-OCC(WS-UR-ROOM-COUNT)
                           MOVE "N" TO
                               WS-UR-ROOM-LOGGED(WS-UR-ROOM-COUNT)
                           MOVE "N" TO
                               WS-UR-ROOM-USED(WS-UR-ROOM-COUNT)
                           MOVE "N" TO
                               WS-UR-ROOM-E-IMPORT(WS-UR-ROOM-COUNT)
                           MOVE "N" TO
                               WS-UR-ROOM-W-IMPORT(WS-UR-ROOM-COUNT)
                       ELSE
                           MOVE "Y" TO WS-UR-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - WHICH ROOMS WERE LIVED IN THAT MONTH
      *============================
      *A room counts as occupied in the month when a tenant was in
      *it at the start (check-ins less check-outs before the month)
      *or moved in or out during it. A room with nothing on the log
      *up to the month's end (occupied since before the log was
      *kept) goes by its current occupant count.
       UR-LOAD-OCCUPANCY.
           OPEN INPUT OCCUPANCY-LOG-FILE
           IF WS-OCC-FILE-STATUS = "00"
               MOVE "N" TO WS-UB-SCAN-EOF
               PERFORM UNTIL WS-UB-SCAN-EOF = "Y"
                   READ OCCUPANCY-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-UB-SCAN-EOF
                       NOT AT END
                           IF OL-DATE(1:7) <= WS-UR-PERIOD
                               PERFORM UR-ONE-OCCUPANCY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCCUPANCY-LOG-FILE
           END-IF

           PERFORM VARYING WS-UR-ROOM-IDX FROM 1 BY 1
               UNTIL WS-UR-ROOM-IDX > WS-UR-ROOM-COUNT
               IF WS-UR-ROOM-LOG-OCC(WS-UR-ROOM-IDX) > 0
                   MOVE "Y" TO WS-UR-ROOM-USED(WS-UR-ROOM-IDX)
               END-IF
               IF WS-UR-ROOM-LOGGED(WS-UR-ROOM-IDX) = "N" AND
                  WS-UR-ROOM-OCC(WS-UR-ROOM-IDX) > 0
                   MOVE "Y" TO WS-UR-ROOM-USED(WS-UR-ROOM-IDX)
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - ONE OCCUPANCY EVENT
      *============================
       UR-ONE-OCCUPANCY-EVENT.
           MOVE 0 TO WS-UR-ROOM-FOUND
           PERFORM VARYING WS-UR-ROOM-IDX FROM 1 BY 1
               UNTIL WS-UR-ROOM-IDX > WS-UR-ROOM-COUNT
               IF WS-UR-ROOM-ID(WS-UR-ROOM-IDX) = OL-DORM-ID
                   MOVE WS-UR-ROOM-IDX TO WS-UR-ROOM-FOUND
               END-IF
           END-PERFORM
           IF WS-UR-ROOM-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-UR-ROOM-LOGGED(WS-UR-ROOM-FOUND)
           IF OL-DATE(1:7) = WS-UR-PERIOD
               MOVE "Y" TO WS-UR-ROOM-USED(WS-UR-ROOM-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF OL-EVENT = "CHECKIN"
               ADD 1 TO WS-UR-ROOM-LOG-OCC(WS-UR-ROOM-FOUND)
           ELSE
               IF WS-UR-ROOM-LOG-OCC(WS-UR-ROOM-FOUND) > 0
                   SUBTRACT 1
                       FROM WS-UR-ROOM-LOG-OCC(WS-UR-ROOM-FOUND)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - WHAT THE ROOMS WERE BILLED
      *============================
       UR-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM UR-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - ONE HISTORY ENTRY
      *============================
      *Only charges: a meter reading carries its consumption at
      *notes position 34 ("METER READ nnnnnnnn-nnnnnnnn USE
      *nnnnnnnn"); imported charges carry an amount only
       UR-ONE-HISTORY.
           IF PH-PAYMENT-DATE(1:7) NOT = WS-UR-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF PH-PAYMENT-TYPE NOT = "ELECTRICITY" AND
              PH-PAYMENT-TYPE NOT = "WATER"
               EXIT PARAGRAPH
           END-IF
           IF PH-AMOUNT-PAID NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF PH-NOTES(1:11) NOT = "METER READ " AND
              PH-NOTES(1:16) NOT = "BULK IMPORT RUN " AND
              PH-NOTES(1:12) NOT = "BACKOUT RUN "
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-UR-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-UR-VOIDED
               END-IF
           END-PERFORM
           IF WS-UR-VOIDED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UR-ROOM-FOUND
           PERFORM VARYING WS-UR-ROOM-IDX FROM 1 BY 1
               UNTIL WS-UR-ROOM-IDX > WS-UR-ROOM-COUNT
               IF WS-UR-ROOM-ID(WS-UR-ROOM-IDX) = PH-DORM-ID
                   MOVE WS-UR-ROOM-IDX TO WS-UR-ROOM-FOUND
               END-IF
           END-PERFORM
           IF WS-UR-ROOM-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UR-USE
           IF PH-NOTES(1:11) = "METER READ " AND
              PH-NOTES(34:8) IS NUMERIC
               MOVE PH-NOTES(34:8) TO WS-UR-USE
           END-IF

           IF PH-PAYMENT-TYPE = "ELECTRICITY"
               ADD WS-UR-USE TO WS-UR-ROOM-E-UNITS(WS-UR-ROOM-FOUND)
               ADD PH-AMOUNT-DUE
                   TO WS-UR-ROOM-E-BILLED(WS-UR-ROOM-FOUND)
               IF PH-NOTES(1:11) NOT = "METER READ "
                   MOVE "Y" TO WS-UR-ROOM-E-IMPORT(WS-UR-ROOM-FOUND)
               END-IF
           ELSE
               ADD WS-UR-USE TO WS-UR-ROOM-W-UNITS(WS-UR-ROOM-FOUND)
               ADD PH-AMOUNT-DUE
                   TO WS-UR-ROOM-W-BILLED(WS-UR-ROOM-FOUND)
               IF PH-NOTES(1:11) NOT = "METER READ "
                   MOVE "Y" TO WS-UR-ROOM-W-IMPORT(WS-UR-ROOM-FOUND)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - ADD ONE ROOM INTO ITS BUILDING
      *============================
       UR-ROLL-UP-ROOM.
           MOVE WS-UR-ROOM-BLDG(WS-UR-ROOM-IDX) TO WS-UR-LOOK-BLDG
           IF WS-UR-ROOM-E-UNITS(WS-UR-ROOM-IDX) > 0 OR
              WS-UR-ROOM-E-BILLED(WS-UR-ROOM-IDX) NOT = 0
               MOVE "ELECTRICITY" TO WS-UR-LOOK-TYPE
               PERFORM UR-ADD-ENTRY
               IF WS-UR-FOUND-IDX > 0
                   ADD WS-UR-ROOM-E-UNITS(WS-UR-ROOM-IDX)
                       TO WS-UR-TENANT-UNITS(WS-UR-FOUND-IDX)
                   ADD WS-UR-ROOM-E-BILLED(WS-UR-ROOM-IDX)
                       TO WS-UR-BILLED(WS-UR-FOUND-IDX)
               END-IF
           END-IF
           IF WS-UR-ROOM-W-UNITS(WS-UR-ROOM-IDX) > 0 OR
              WS-UR-ROOM-W-BILLED(WS-UR-ROOM-IDX) NOT = 0
               MOVE "WATER" TO WS-UR-LOOK-TYPE
               PERFORM UR-ADD-ENTRY
               IF WS-UR-FOUND-IDX > 0
                   ADD WS-UR-ROOM-W-UNITS(WS-UR-ROOM-IDX)
                       TO WS-UR-TENANT-UNITS(WS-UR-FOUND-IDX)
                   ADD WS-UR-ROOM-W-BILLED(WS-UR-ROOM-IDX)
                       TO WS-UR-BILLED(WS-UR-FOUND-IDX)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - WRITE THE REPORT
      *============================
       UR-EMIT-REPORT.
           MOVE "UTILRECON" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "utility_recovery_" DELIMITED BY SIZE
                  WS-UR-PERIOD DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-UR-REPORT-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "MONTH " DELIMITED BY SIZE
                  WS-UR-PERIOD DELIMITED BY SPACE
                  " FLOOR " DELIMITED BY SIZE
                  WS-UR-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT UTIL-RECOVERY-REPORT-FILE
           MOVE 0 TO WS-UR-LINES
           MOVE 0 TO WS-UR-BELOW
           MOVE 0 TO WS-UR-NO-BILL
           MOVE 0 TO WS-UR-ZERO-ROOMS
           MOVE 0 TO WS-UR-EXCEPTIONS
           MOVE 0 TO WS-UR-TOT-MASTER
           MOVE 0 TO WS-UR-TOT-BILLED
           MOVE 0 TO WS-UR-TOT-COMMON
           MOVE 0 TO WS-UR-TOT-LEAK

           MOVE WS-UR-PCT TO WS-UR-FLOOR-EDIT
           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           STRING "UTILITY COST RECOVERY FOR " DELIMITED BY SIZE
                  WS-UR-PERIOD DELIMITED BY SPACE
                  " - RECOVERY FLOOR " DELIMITED BY SIZE
                  WS-UR-FLOOR-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO UTIL-RECOVERY-REPORT-RECORD
           END-STRING
           PERFORM UR-WRITE-LINE
           MOVE "UNITS: KWH FOR ELECTRICITY, M3 FOR WATER. COMMON AND"
               TO UTIL-RECOVERY-REPORT-RECORD
           MOVE " LEAKAGE AMOUNTS ARE AT THE BILL'S AVERAGE RATE."
               TO UTIL-RECOVERY-REPORT-RECORD(53:60)
           PERFORM UR-WRITE-LINE
           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           PERFORM UR-WRITE-LINE

           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           MOVE "B"           TO UTIL-RECOVERY-REPORT-RECORD(1:1)
           MOVE "TYPE"        TO UTIL-RECOVERY-REPORT-RECORD(3:4)
           MOVE "MASTER"      TO UTIL-RECOVERY-REPORT-RECORD(17:6)
           MOVE "COMMON"      TO UTIL-RECOVERY-REPORT-RECORD(26:6)
           MOVE "ROOMS"       TO UTIL-RECOVERY-REPORT-RECORD(37:5)
           MOVE "LEAKAGE"     TO UTIL-RECOVERY-REPORT-RECORD(45:7)
           MOVE "LEAK%"       TO UTIL-RECOVERY-REPORT-RECORD(55:5)
           MOVE "UTIL BILL"   TO UTIL-RECOVERY-REPORT-RECORD(64:9)
           MOVE "BILLED"      TO UTIL-RECOVERY-REPORT-RECORD(79:6)
           MOVE "COMMON AMT"  TO UTIL-RECOVERY-REPORT-RECORD(87:10)
           MOVE "LEAKAGE AMT" TO UTIL-RECOVERY-REPORT-RECORD(98:11)
           MOVE "UNRECOVERED" TO UTIL-RECOVERY-REPORT-RECORD(110:11)
           MOVE "RECOV%"      TO UTIL-RECOVERY-REPORT-RECORD(122:6)
           PERFORM UR-WRITE-LINE
           MOVE ALL "-" TO UTIL-RECOVERY-REPORT-RECORD(1:130)
           PERFORM UR-WRITE-LINE

           PERFORM VARYING WS-UR-IDX FROM 1 BY 1
               UNTIL WS-UR-IDX > WS-UR-COUNT
               PERFORM UR-EMIT-ONE-LINE
           END-PERFORM

           MOVE ALL "-" TO UTIL-RECOVERY-REPORT-RECORD(1:130)
           PERFORM UR-WRITE-LINE
           COMPUTE WS-UR-UNRECOVERED = WS-UR-TOT-MASTER
                                     - WS-UR-TOT-BILLED
           MOVE WS-UR-TOT-MASTER TO WS-UR-EDIT-A
           MOVE WS-UR-TOT-BILLED TO WS-UR-EDIT-B
           MOVE WS-UR-TOT-COMMON TO WS-UR-EDIT-C
           MOVE WS-UR-TOT-LEAK TO WS-UR-EDIT-D
           MOVE WS-UR-UNRECOVERED TO WS-UR-EDIT-E
           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           MOVE "TOTAL, BUILDINGS WITH A BILL"
               TO UTIL-RECOVERY-REPORT-RECORD(1:40)
           MOVE WS-UR-EDIT-A TO UTIL-RECOVERY-REPORT-RECORD(62:11)
           MOVE WS-UR-EDIT-B TO UTIL-RECOVERY-REPORT-RECORD(74:11)
           MOVE WS-UR-EDIT-C TO UTIL-RECOVERY-REPORT-RECORD(86:11)
           MOVE WS-UR-EDIT-D TO UTIL-RECOVERY-REPORT-RECORD(98:11)
           MOVE WS-UR-EDIT-E TO UTIL-RECOVERY-REPORT-RECORD(110:11)
           IF WS-UR-TOT-MASTER > 0 AND WS-UR-TOT-BILLED > 0
               COMPUTE WS-UR-RECOV-PCT ROUNDED =
                       WS-UR-TOT-BILLED * 100 / WS-UR-TOT-MASTER
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-UR-RECOV-PCT
               END-COMPUTE
               MOVE WS-UR-RECOV-PCT TO WS-UR-PCT-EDIT
               MOVE WS-UR-PCT-EDIT TO UTIL-RECOVERY-REPORT-RECORD(122:6)
           END-IF
           PERFORM UR-WRITE-LINE

           PERFORM UR-EMIT-EXCEPTIONS

           IF WS-UR-OVERFLOW = "Y"
               MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
               PERFORM UR-WRITE-LINE
               MOVE "WARNING: MORE THAN 1000 ROOMS OR 80 BUILDING LINES"
                   TO UTIL-RECOVERY-REPORT-RECORD
               MOVE " - REPORT IS INCOMPLETE."
                   TO UTIL-RECOVERY-REPORT-RECORD(51:30)
               PERFORM UR-WRITE-LINE
           END-IF

           CLOSE UTIL-RECOVERY-REPORT-FILE
           PERFORM RPT-CATALOG-RUN
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - ONE BUILDING/TYPE LINE
      *============================
       UR-EMIT-ONE-LINE.
           MOVE WS-UR-TENANT-UNITS(WS-UR-IDX) TO WS-UR-EDIT-U3
           MOVE WS-UR-BILLED(WS-UR-IDX) TO WS-UR-EDIT-B
           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           MOVE WS-UR-BLDG(WS-UR-IDX)
               TO UTIL-RECOVERY-REPORT-RECORD(1:1)
           MOVE WS-UR-TYPE(WS-UR-IDX)
               TO UTIL-RECOVERY-REPORT-RECORD(3:11)
           MOVE WS-UR-EDIT-U3 TO UTIL-RECOVERY-REPORT-RECORD(33:9)
           MOVE WS-UR-EDIT-B TO UTIL-RECOVERY-REPORT-RECORD(74:11)

           IF WS-UR-HAS-BILL(WS-UR-IDX) NOT = "Y"
               MOVE "NO UTILITY BILL"
                   TO UTIL-RECOVERY-REPORT-RECORD(55:16)
               PERFORM UR-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-UR-LEAK-UNITS =
                   WS-UR-MASTER-UNITS(WS-UR-IDX)
                 - WS-UR-COMMON-UNITS(WS-UR-IDX)
                 - WS-UR-TENANT-UNITS(WS-UR-IDX)
           MOVE 0 TO WS-UR-LEAK-PCT
           MOVE 0 TO WS-UR-COMMON-AMT
           MOVE 0 TO WS-UR-LEAK-AMT
           IF WS-UR-MASTER-UNITS(WS-UR-IDX) > 0
               COMPUTE WS-UR-LEAK-PCT ROUNDED =
                       WS-UR-LEAK-UNITS * 100
                       / WS-UR-MASTER-UNITS(WS-UR-IDX)
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-UR-LEAK-PCT
               END-COMPUTE
               COMPUTE WS-UR-COMMON-AMT ROUNDED =
                       WS-UR-COMMON-UNITS(WS-UR-IDX)
                       * WS-UR-MASTER-AMT(WS-UR-IDX)
                       / WS-UR-MASTER-UNITS(WS-UR-IDX)
               COMPUTE WS-UR-LEAK-AMT ROUNDED =
                       WS-UR-LEAK-UNITS
                       * WS-UR-MASTER-AMT(WS-UR-IDX)
                       / WS-UR-MASTER-UNITS(WS-UR-IDX)
           END-IF
           COMPUTE WS-UR-UNRECOVERED = WS-UR-MASTER-AMT(WS-UR-IDX)
                                     - WS-UR-BILLED(WS-UR-IDX)
           MOVE 0 TO WS-UR-RECOV-PCT
           IF WS-UR-BILLED(WS-UR-IDX) > 0
               COMPUTE WS-UR-RECOV-PCT ROUNDED =
                       WS-UR-BILLED(WS-UR-IDX) * 100
                       / WS-UR-MASTER-AMT(WS-UR-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-UR-RECOV-PCT
               END-COMPUTE
           END-IF

           ADD WS-UR-MASTER-AMT(WS-UR-IDX) TO WS-UR-TOT-MASTER
           ADD WS-UR-BILLED(WS-UR-IDX) TO WS-UR-TOT-BILLED
           ADD WS-UR-COMMON-AMT TO WS-UR-TOT-COMMON
           ADD WS-UR-LEAK-AMT TO WS-UR-TOT-LEAK

           MOVE WS-UR-MASTER-UNITS(WS-UR-IDX) TO WS-UR-EDIT-U1
           MOVE WS-UR-COMMON-UNITS(WS-UR-IDX) TO WS-UR-EDIT-U2
           MOVE WS-UR-LEAK-UNITS TO WS-UR-EDIT-U4
           MOVE WS-UR-LEAK-PCT TO WS-UR-LEAK-PCT-EDIT
           MOVE WS-UR-MASTER-AMT(WS-UR-IDX) TO WS-UR-EDIT-A
           MOVE WS-UR-COMMON-AMT TO WS-UR-EDIT-C
           MOVE WS-UR-LEAK-AMT TO WS-UR-EDIT-D
           MOVE WS-UR-UNRECOVERED TO WS-UR-EDIT-E
           MOVE WS-UR-RECOV-PCT TO WS-UR-PCT-EDIT
           MOVE WS-UR-EDIT-U1 TO UTIL-RECOVERY-REPORT-RECORD(15:8)
           MOVE WS-UR-EDIT-U2 TO UTIL-RECOVERY-REPORT-RECORD(24:8)
           MOVE WS-UR-EDIT-U4 TO UTIL-RECOVERY-REPORT-RECORD(43:9)
           MOVE WS-UR-LEAK-PCT-EDIT
               TO UTIL-RECOVERY-REPORT-RECORD(53:7)
           MOVE WS-UR-EDIT-A TO UTIL-RECOVERY-REPORT-RECORD(62:11)
           MOVE WS-UR-EDIT-C TO UTIL-RECOVERY-REPORT-RECORD(86:11)
           MOVE WS-UR-EDIT-D TO UTIL-RECOVERY-REPORT-RECORD(98:11)
           MOVE WS-UR-EDIT-E TO UTIL-RECOVERY-REPORT-RECORD(110:11)
           MOVE WS-UR-PCT-EDIT TO UTIL-RECOVERY-REPORT-RECORD(122:6)
           IF WS-UR-RECOV-PCT < WS-UR-PCT
               MOVE "**" TO UTIL-RECOVERY-REPORT-RECORD(129:2)
           END-IF
           PERFORM UR-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - EXCEPTION LIST
      *============================
       UR-EMIT-EXCEPTIONS.
           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           PERFORM UR-WRITE-LINE
           MOVE "EXCEPTIONS" TO UTIL-RECOVERY-REPORT-RECORD
           PERFORM UR-WRITE-LINE
           MOVE ALL "-" TO UTIL-RECOVERY-REPORT-RECORD(1:60)
           PERFORM UR-WRITE-LINE

           PERFORM VARYING WS-UR-IDX FROM 1 BY 1
               UNTIL WS-UR-IDX > WS-UR-COUNT
               PERFORM UR-EXCEPTION-BUILDING
           END-PERFORM

           PERFORM VARYING WS-UR-ROOM-IDX FROM 1 BY 1
               UNTIL WS-UR-ROOM-IDX > WS-UR-ROOM-COUNT
               IF WS-UR-ROOM-USED(WS-UR-ROOM-IDX) = "Y"
                   MOVE "ELECTRICITY" TO WS-UR-LOOK-TYPE
                   MOVE WS-UR-ROOM-E-UNITS(WS-UR-ROOM-IDX)
                       TO WS-UR-ROOM-UNITS
                   MOVE WS-UR-ROOM-E-IMPORT(WS-UR-ROOM-IDX)
                       TO WS-UR-ROOM-IMPORT
                   PERFORM UR-EXCEPTION-ROOM
                   MOVE "WATER" TO WS-UR-LOOK-TYPE
                   MOVE WS-UR-ROOM-W-UNITS(WS-UR-ROOM-IDX)
                       TO WS-UR-ROOM-UNITS
                   MOVE WS-UR-ROOM-W-IMPORT(WS-UR-ROOM-IDX)
                       TO WS-UR-ROOM-IMPORT
                   PERFORM UR-EXCEPTION-ROOM
               END-IF
           END-PERFORM

           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           IF WS-UR-EXCEPTIONS = 0
               MOVE "NO EXCEPTIONS." TO UTIL-RECOVERY-REPORT-RECORD
           ELSE
               STRING "BELOW FLOOR: " DELIMITED BY SIZE
                      WS-UR-BELOW DELIMITED BY SIZE
                      "  NO UTILITY BILL: " DELIMITED BY SIZE
                      WS-UR-NO-BILL DELIMITED BY SIZE
                      "  OCCUPIED ROOMS WITH NO CONSUMPTION: "
                      DELIMITED BY SIZE
                      WS-UR-ZERO-ROOMS DELIMITED BY SIZE
                      INTO UTIL-RECOVERY-REPORT-RECORD
               END-STRING
           END-IF
           PERFORM UR-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - EXCEPTIONS FOR ONE BUILDING
      *============================
      *Building recovering less than the floor, or rooms billed
      *with no utility company bill to set them against
       UR-EXCEPTION-BUILDING.
           IF WS-UR-HAS-BILL(WS-UR-IDX) NOT = "Y"
               ADD 1 TO WS-UR-NO-BILL
               ADD 1 TO WS-UR-EXCEPTIONS
               MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
               STRING "BUILDING " DELIMITED BY SIZE
                      WS-UR-BLDG(WS-UR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UR-TYPE(WS-UR-IDX) DELIMITED BY SPACE
                      ": ROOMS BILLED BUT NO UTILITY BILL RECORDED "
                      DELIMITED BY SIZE
                      "FOR " DELIMITED BY SIZE
                      WS-UR-PERIOD DELIMITED BY SIZE
                      INTO UTIL-RECOVERY-REPORT-RECORD
               END-STRING
               PERFORM UR-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UR-RECOV-PCT
           IF WS-UR-BILLED(WS-UR-IDX) > 0
               COMPUTE WS-UR-RECOV-PCT ROUNDED =
                       WS-UR-BILLED(WS-UR-IDX) * 100
                       / WS-UR-MASTER-AMT(WS-UR-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-UR-RECOV-PCT
               END-COMPUTE
           END-IF
           IF WS-UR-RECOV-PCT < WS-UR-PCT
               ADD 1 TO WS-UR-BELOW
               ADD 1 TO WS-UR-EXCEPTIONS
               MOVE WS-UR-RECOV-PCT TO WS-UR-PCT-EDIT
               MOVE WS-UR-PCT TO WS-UR-FLOOR-EDIT
               MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
               STRING "BUILDING " DELIMITED BY SIZE
                      WS-UR-BLDG(WS-UR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UR-TYPE(WS-UR-IDX) DELIMITED BY SPACE
                      ": RECOVERED " DELIMITED BY SIZE
                      WS-UR-PCT-EDIT DELIMITED BY SIZE
                      "% OF THE UTILITY BILL, FLOOR IS "
                      DELIMITED BY SIZE
                      WS-UR-FLOOR-EDIT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO UTIL-RECOVERY-REPORT-RECORD
               END-STRING
               PERFORM UR-WRITE-LINE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - EXCEPTIONS FOR ONE ROOM
      *============================
      *Room lived in during the month, in a building with a bill for
      *the type, with no metered consumption and no imported charge
      *for the month
       UR-EXCEPTION-ROOM.
           MOVE WS-UR-ROOM-BLDG(WS-UR-ROOM-IDX) TO WS-UR-LOOK-BLDG
           PERFORM UR-FIND-ENTRY
           IF WS-UR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-UR-HAS-BILL(WS-UR-FOUND-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-UR-ROOM-UNITS > 0 OR WS-UR-ROOM-IMPORT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UR-ZERO-ROOMS
           ADD 1 TO WS-UR-EXCEPTIONS
           MOVE SPACES TO UTIL-RECOVERY-REPORT-RECORD
           STRING "ROOM " DELIMITED BY SIZE
                  WS-UR-ROOM-ID(WS-UR-ROOM-IDX) DELIMITED BY SPACE
                  " (BUILDING " DELIMITED BY SIZE
                  WS-UR-LOOK-BLDG DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  WS-UR-LOOK-TYPE DELIMITED BY SPACE
                  ": OCCUPIED BUT NO CONSUMPTION METERED FOR "
                  DELIMITED BY SIZE
                  WS-UR-PERIOD DELIMITED BY SIZE
                  INTO UTIL-RECOVERY-REPORT-RECORD
           END-STRING
           PERFORM UR-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECOVERY - WRITE ONE REPORT LINE
      *============================
       UR-WRITE-LINE.
           WRITE UTIL-RECOVERY-REPORT-RECORD
           ADD 1 TO WS-UR-LINES
           DISPLAY UTIL-RECOVERY-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH PAYMENT POSTING
      *============================
       BATCH-POST-PAYMENTS.
           DISPLAY "=========================================="
           DISPLAY "       BATCH PAYMENT POSTING"
           DISPLAY "=========================================="
           DISPLAY "Reads a keyed batch file (header H,count,"
                   "total then D,dorm,tenant,type,amount,method,"
                   "reference per payment), validates every line "
                   "against the masters, refuses the whole batch "
                   "when the control totals do not balance, and "
                   "posts accepted batches through the normal "
                   "payment logging. Report: a dated "
                   "batch_report file."
           DISPLAY " "

           DISPLAY "ENTER BATCH FILE NAME (e.g., batch0901.csv): "
           ACCEPT WS-BATCH-FILENAME
           IF WS-BATCH-FILENAME = SPACES
               DISPLAY "BATCH POSTING CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BATCH-PAYMENT-FILE
           IF WS-BATCH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT OPEN " WS-BATCH-FILENAME
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "POSTING (PAYMENT) DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-BATCH-DATE
               ACCEPT WS-BATCH-DATE
               MOVE WS-BATCH-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-BATCH-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           PERFORM LOAD-CHARGE-TYPES

           MOVE "BATCH" TO WS-RC-REPORT
           MOVE "batch_report" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-BATCH-REPORT-NAME
           STRING "FILE " DELIMITED BY SIZE
                  WS-BATCH-FILENAME DELIMITED BY SPACE
                  " POSTED " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT BATCH-REPORT-FILE
           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "BATCH POSTING REPORT FOR " DELIMITED BY SIZE
                  WS-BATCH-FILENAME DELIMITED BY SPACE
                  " POSTED " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO BATCH-REPORT-RECORD
           END-STRING
           WRITE BATCH-REPORT-RECORD

           *> Pass 1: validate everything before anything posts
           MOVE "N" TO WS-BATCH-HAS-CASH
           MOVE "N" TO WS-BATCH-HDR-SEEN
           MOVE 0 TO WS-BATCH-HDR-COUNT
           MOVE 0 TO WS-BATCH-HDR-TOTAL
           MOVE 0 TO WS-BATCH-DET-COUNT
           MOVE 0 TO WS-BATCH-DET-TOTAL
           MOVE 0 TO WS-BATCH-ERRORS
           MOVE 0 TO WS-BATCH-LINE-NO

           OPEN INPUT DORM-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ BATCH-PAYMENT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF BATCH-PAYMENT-RECORD NOT = SPACES
                           MOVE BATCH-PAYMENT-RECORD
                               TO WS-BATCH-LINE
                           ADD 1 TO WS-BATCH-LINE-NO
                           PERFORM BATCH-SCAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORM-FILE
           CLOSE BATCH-PAYMENT-FILE

           IF WS-BATCH-HDR-SEEN = "N"
               MOVE "NO H HEADER LINE IN THE FILE"
                   TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-DET-COUNT NOT = WS-BATCH-HDR-COUNT
               MOVE "RECORD COUNT DOES NOT MATCH THE HEADER"
                   TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-DET-TOTAL NOT = WS-BATCH-HDR-TOTAL
               MOVE "AMOUNT TOTAL DOES NOT MATCH THE HEADER"
                   TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-ERRORS > 0
               MOVE "ONE OR MORE LINES FAILED VALIDATION"
                   TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-HAS-CASH = "Y"
               MOVE WS-OPERATOR-ID TO WS-SH-CHECK-OPER
               PERFORM CHECK-OPEN-SHIFT
               IF WS-SH-OPEN-FOUND = "N"
                   MOVE "CASH LINES NEED AN OPEN DRAWER SHIFT"
                       TO WS-BATCH-ERR-TEXT
                   PERFORM BATCH-REFUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "BATCH BALANCES: " WS-BATCH-DET-COUNT
                   " PAYMENTS TOTALLING " WS-BATCH-DET-TOTAL
           DISPLAY "GENERATE A RECEIPT FILE PER PAYMENT (Y/N): "
           ACCEPT WS-BATCH-RECEIPTS
           INSPECT WS-BATCH-RECEIPTS
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CONFIRM POSTING (Y/N): "
           ACCEPT WS-CONFIRM-PAYMENT
           INSPECT WS-CONFIRM-PAYMENT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CONFIRM-PAYMENT NOT = "Y"
               DISPLAY "BATCH POSTING CANCELLED. NOTHING POSTED."
               MOVE "CANCELLED BY OPERATOR BEFORE POSTING"
                   TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               CLOSE BATCH-REPORT-FILE
               PERFORM RPT-CATALOG-RUN
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Pass 2: post every detail line, serialized against
           *> the other terminal for the duration
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT

           MOVE 0 TO WS-BATCH-POSTED
           MOVE 0 TO WS-BATCH-LINE-NO
           OPEN INPUT BATCH-PAYMENT-FILE
           OPEN I-O DORM-FILE
           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-BALANCE-FILE
               CLOSE CHARGE-BALANCE-FILE
               OPEN I-O CHARGE-BALANCE-FILE
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ BATCH-PAYMENT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF BATCH-PAYMENT-RECORD NOT = SPACES
                           MOVE BATCH-PAYMENT-RECORD
                               TO WS-BATCH-LINE
                           ADD 1 TO WS-BATCH-LINE-NO
                           PERFORM BATCH-PARSE-LINE
                           IF WS-BATCH-REC-TYPE = "D"
                               PERFORM BATCH-POST-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-PAYMENT-FILE
           CLOSE DORM-FILE
           CLOSE CHARGE-BALANCE-FILE

           PERFORM RELEASE-UPDATE-LOCK

           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "BATCH COMPLETE. POSTED " DELIMITED BY SIZE
                  WS-BATCH-POSTED DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-BATCH-DET-COUNT DELIMITED BY SIZE
                  " PAYMENTS." DELIMITED BY SIZE
                  INTO BATCH-REPORT-RECORD
           END-STRING
           WRITE BATCH-REPORT-RECORD
           CLOSE BATCH-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "BATCH COMPLETE. PAYMENTS POSTED: "
                   WS-BATCH-POSTED
           DISPLAY "SEE " FUNCTION TRIM(WS-BATCH-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - REFUSE THE WHOLE BATCH
      *============================
       BATCH-REFUSE.
           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "BATCH REFUSED: " DELIMITED BY SIZE
                  WS-BATCH-ERR-TEXT DELIMITED BY SIZE
                  INTO BATCH-REPORT-RECORD
           END-STRING
           WRITE BATCH-REPORT-RECORD
           CLOSE BATCH-REPORT-FILE
           PERFORM RPT-CATALOG-RUN
           DISPLAY " "
           DISPLAY "BATCH REFUSED: " WS-BATCH-ERR-TEXT
           DISPLAY "HEADER COUNT/TOTAL : " WS-BATCH-HDR-COUNT
                   " / " WS-BATCH-HDR-TOTAL
           DISPLAY "KEYED COUNT/TOTAL  : " WS-BATCH-DET-COUNT
                   " / " WS-BATCH-DET-TOTAL
           DISPLAY "LINES IN ERROR     : " WS-BATCH-ERRORS
           DISPLAY "NOTHING WAS POSTED. SEE "
                   FUNCTION TRIM(WS-BATCH-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - SPLIT ONE LINE INTO ITS FIELDS
      *============================
       BATCH-PARSE-LINE.
           MOVE SPACES TO WS-BATCH-REC-TYPE
           MOVE SPACES TO WS-BATCH-DORM-X
           MOVE SPACES TO WS-BATCH-TENANT-X
           MOVE SPACES TO WS-BATCH-TYPE-X
           MOVE SPACES TO WS-BATCH-AMT-X
           MOVE SPACES TO WS-BATCH-METHOD-X
           MOVE SPACES TO WS-BATCH-REF-X
           UNSTRING WS-BATCH-LINE DELIMITED BY ","
               INTO WS-BATCH-REC-TYPE
                    WS-BATCH-DORM-X
                    WS-BATCH-TENANT-X
                    WS-BATCH-TYPE-X
                    WS-BATCH-AMT-X
                    WS-BATCH-METHOD-X
                    WS-BATCH-REF-X
           END-UNSTRING
           INSPECT WS-BATCH-REC-TYPE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-BATCH-DORM-X
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-BATCH-TENANT-X
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-BATCH-TYPE-X
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-BATCH-METHOD-X
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-BATCH-REF-X
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - VALIDATE ONE LINE (PASS 1)
      *============================
       BATCH-SCAN-LINE.
           PERFORM BATCH-PARSE-LINE

           IF WS-BATCH-REC-TYPE = "H"
               IF WS-BATCH-HDR-SEEN = "Y"
                   MOVE "DUPLICATE HEADER LINE"
                       TO WS-BATCH-ERR-TEXT
                   PERFORM BATCH-WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BATCH-DORM-X TO WS-BATCH-CNT-X
               MOVE WS-BATCH-TENANT-X TO WS-BATCH-TOT-X
               IF FUNCTION TRIM(WS-BATCH-CNT-X) IS NOT NUMERIC OR
                  FUNCTION TRIM(WS-BATCH-TOT-X) IS NOT NUMERIC
                   MOVE "UNREADABLE HEADER COUNT OR TOTAL"
                       TO WS-BATCH-ERR-TEXT
                   PERFORM BATCH-WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-BATCH-HDR-SEEN
               MOVE FUNCTION NUMVAL(WS-BATCH-CNT-X)
                   TO WS-BATCH-HDR-COUNT
               MOVE FUNCTION NUMVAL(WS-BATCH-TOT-X)
                   TO WS-BATCH-HDR-TOTAL
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-REC-TYPE NOT = "D"
               MOVE "UNKNOWN RECORD TYPE" TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-BATCH-LINE-OK

           MOVE WS-BATCH-DORM-X TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   MOVE "ROOM NOT FOUND" TO WS-BATCH-ERR-TEXT
                   MOVE "N" TO WS-BATCH-LINE-OK
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BATCH-LINE-OK = "N"
               PERFORM BATCH-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-BATCH-TYPE-OK
           IF WS-BATCH-TYPE-X = "RENT" OR
              WS-BATCH-TYPE-X = "ELECTRICITY" OR
              WS-BATCH-TYPE-X = "WATER"
               MOVE "Y" TO WS-BATCH-TYPE-OK
           ELSE
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                   IF WS-CT-CODE(WS-CT-IDX) = WS-BATCH-TYPE-X
                       MOVE "Y" TO WS-BATCH-TYPE-OK
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BATCH-TYPE-OK = "N"
               MOVE "UNKNOWN CHARGE TYPE" TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-AMT-X = SPACES OR
              FUNCTION TRIM(WS-BATCH-AMT-X) IS NOT NUMERIC
               MOVE "BAD AMOUNT" TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-BATCH-AMT-X) TO WS-BATCH-AMT
           IF WS-BATCH-AMT = 0
               MOVE "AMOUNT MUST BE GREATER THAN 0"
                   TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-METHOD-X NOT = "CASH" AND
              WS-BATCH-METHOD-X NOT = "BANK" AND
              WS-BATCH-METHOD-X NOT = "GCASH" AND
              WS-BATCH-METHOD-X NOT = "CHECK"
               MOVE "METHOD MUST BE CASH, BANK, GCASH OR CHECK"
                   TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-METHOD-X NOT = "CASH" AND
              WS-BATCH-REF-X = SPACES
               MOVE "REFERENCE REQUIRED FOR BANK/GCASH/CHECK"
                   TO WS-BATCH-ERR-TEXT
               PERFORM BATCH-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-METHOD-X = "CASH"
               MOVE "Y" TO WS-BATCH-HAS-CASH
           END-IF

           IF WS-BATCH-TENANT-X NOT = SPACES
               PERFORM BATCH-CHECK-TENANT
               IF WS-BATCH-TENANT-OK = "N"
                   MOVE "TENANT NOT ASSIGNED TO THIS ROOM"
                       TO WS-BATCH-ERR-TEXT
                   PERFORM BATCH-WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-BATCH-DET-COUNT
           ADD WS-BATCH-AMT TO WS-BATCH-DET-TOTAL
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - TENANT BELONGS TO THE ROOM?
      *============================
       BATCH-CHECK-TENANT.
           MOVE "N" TO WS-BATCH-TENANT-OK
           OPEN INPUT TENANT-FILE
           MOVE WS-BATCH-TENANT-X TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-ASSIGNED-D-ID = WS-BATCH-DORM-X
                       MOVE "Y" TO WS-BATCH-TENANT-OK
                   END-IF
           END-READ
           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - WRITE ONE REJECT LINE
      *============================
       BATCH-WRITE-REJECT.
           ADD 1 TO WS-BATCH-ERRORS
           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "LINE " DELIMITED BY SIZE
                  WS-BATCH-LINE-NO DELIMITED BY SIZE
                  " REJECTED (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BATCH-ERR-TEXT)
                  DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  WS-BATCH-LINE DELIMITED BY SIZE
                  INTO BATCH-REPORT-RECORD
           END-STRING
           WRITE BATCH-REPORT-RECORD
           DISPLAY "LINE " WS-BATCH-LINE-NO " REJECTED: "
                   FUNCTION TRIM(WS-BATCH-ERR-TEXT)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - POST ONE VALIDATED LINE (PASS 2)
      *============================
      *DORM-FILE and CHARGE-BALANCE-FILE are open I-O from the
      *posting pass; pass 1 already vetted every field.
       BATCH-POST-LINE.
           MOVE FUNCTION NUMVAL(WS-BATCH-AMT-X) TO WS-BATCH-AMT

           IF WS-BATCH-TYPE-X = "RENT" OR
              WS-BATCH-TYPE-X = "ELECTRICITY" OR
              WS-BATCH-TYPE-X = "WATER"
               PERFORM BATCH-POST-CORE
           ELSE
               PERFORM BATCH-POST-OTHER
           END-IF

           *> The same logging path the interactive screens use, so
           *> batch payments get real transaction ids, the operator
           *> stamp, and show up in the close-out like any other
           MOVE WS-BATCH-DORM-X TO WS-DORM-ID
           MOVE WS-BATCH-TYPE-X TO WS-PAYMENT-TYPE
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE WS-BATCH-AMT TO WS-AMOUNT-PAID
           MOVE WS-BATCH-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-BATCH-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "BATCH POSTING " DELIMITED BY SIZE
                  WS-BATCH-FILENAME DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-BATCH-TENANT-X TO WS-PAYMENT-TENANT-LOG
           MOVE WS-BATCH-METHOD-X TO WS-PAYMENT-METHOD-LOG
           MOVE WS-BATCH-REF-X TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           IF WS-BATCH-RECEIPTS = "Y"
               PERFORM GENERATE-PAYMENT-RECEIPT
           END-IF
           IF WS-BATCH-TYPE-X = "RENT" OR
              WS-BATCH-TYPE-X = "ELECTRICITY" OR
              WS-BATCH-TYPE-X = "WATER"
               MOVE WS-BATCH-DORM-X TO WS-PLAN-PAY-DORM
               MOVE WS-BATCH-TENANT-X TO WS-PLAN-PAY-TENANT
               MOVE WS-BATCH-AMT TO WS-PLAN-PAY-AMT
               MOVE WS-BATCH-DATE TO WS-PLAN-PAY-DATE
               PERFORM PLAN-APPLY-PAYMENT
           END-IF

           ADD 1 TO WS-BATCH-POSTED
           MOVE SPACES TO BATCH-REPORT-RECORD
           STRING "LINE " DELIMITED BY SIZE
                  WS-BATCH-LINE-NO DELIMITED BY SIZE
                  " POSTED TXN " DELIMITED BY SIZE
                  WS-TRANSACTION-ID DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  WS-BATCH-LINE DELIMITED BY SIZE
                  INTO BATCH-REPORT-RECORD
           END-STRING
           WRITE BATCH-REPORT-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - PAYMENT AGAINST A CORE BALANCE
      *============================
       BATCH-POST-CORE.
           MOVE WS-BATCH-DORM-X TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-BATCH-DORM-X
                           " DISAPPEARED. BALANCE NOT ADJUSTED."
               NOT INVALID KEY
                   EVALUATE WS-BATCH-TYPE-X
                       WHEN "RENT"
                           SUBTRACT WS-BATCH-AMT
                               FROM DI-RENT-BALANCE-DUE
                           MOVE WS-BATCH-DATE
                               TO DI-RENT-LAST-PAID
                           MOVE WS-BATCH-AMT
                               TO DI-RENT-PAID-AMOUNT
                       WHEN "ELECTRICITY"
                           SUBTRACT WS-BATCH-AMT
                               FROM DI-ELECTRICITY-BALANCE-DUE
                           MOVE WS-BATCH-DATE
                               TO DI-ELECTRICITY-LAST
                           MOVE WS-BATCH-AMT
                               TO DI-ELECTRICITY-PAID-AMT
                       WHEN "WATER"
                           SUBTRACT WS-BATCH-AMT
                               FROM DI-WATER-BALANCE-DUE
                           MOVE WS-BATCH-DATE
                               TO DI-WATER-LAST-PAID
                           MOVE WS-BATCH-AMT
                               TO DI-WATER-PAID-AMT
                   END-EVALUATE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE ROOM "
                                   WS-BATCH-DORM-X
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BATCH - PAYMENT AGAINST A TABLE-DRIVEN CHARGE
      *============================
       BATCH-POST-OTHER.
           MOVE "N" TO WS-BATCH-OTHER-FOUND
           MOVE WS-BATCH-DORM-X TO CB-DORM-ID
           MOVE WS-BATCH-TYPE-X TO CB-TYPE-CODE
           READ CHARGE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO CB-AMOUNT
                   MOVE SPACES TO CB-DUE-DATE
                   MOVE 0 TO CB-BALANCE-DUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BATCH-OTHER-FOUND
           END-READ
           MOVE WS-BATCH-DORM-X TO CB-DORM-ID
           MOVE WS-BATCH-TYPE-X TO CB-TYPE-CODE
           SUBTRACT WS-BATCH-AMT FROM CB-BALANCE-DUE
           MOVE WS-BATCH-DATE TO CB-LAST-PAID
           MOVE WS-BATCH-AMT TO CB-PAID-AMT
           IF WS-BATCH-OTHER-FOUND = "Y"
               REWRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT UPDATE "
                               WS-BATCH-TYPE-X " BALANCE FOR "
                               WS-BATCH-DORM-X
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT WRITE "
                               WS-BATCH-TYPE-X " BALANCE FOR "
                               WS-BATCH-DORM-X
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DORM MANAGEMENT
      *============================
       DORM-MANAGEMENT.
           PERFORM UNTIL UTIL-DM-CHOICE = 15
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "      DORM MANAGEMENT      "
           DISPLAY "==========================="
           DISPLAY "1 - ADD DORM"
           DISPLAY "2 - VIEW DORMS"
           DISPLAY "3 - EDIT DORM INFO"
           DISPLAY "4 - DELETE DORMS"
           DISPLAY "5 - MONTHLY BILLING SUMMARY REPORT"
           DISPLAY "6 - OVERDUE ACCOUNTS (AGING) REPORT"
           DISPLAY "7 - VIEW DORMS (FILTERED BY FLOOR/STATUS)"
           DISPLAY "8 - END-OF-MONTH DUE DATE ROLLOVER"
           DISPLAY "9 - RATE MASTER MAINTENANCE"
           DISPLAY "10 - MONTH-START BILLING RUN"
           DISPLAY "11 - BUILDING MASTER MAINTENANCE"
           DISPLAY "12 - ROOM RESERVATIONS"
           DISPLAY "13 - PARKING, LOCKERS AND STORAGE"
           DISPLAY "14 - RENT PROMOTIONS AND DISCOUNTS"
           DISPLAY "15 - EXIT"

           DISPLAY "ENTER CHOICE (1 - 15): "
           ACCEPT UTIL-DM-CHOICE

           EVALUATE UTIL-DM-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM ADD-DORM
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-DORMS

               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM EDIT-DORM

               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM DELETE-DORM

               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM BILLING-SUMMARY-REPORT

               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM OVERDUE-AGING-REPORT

               WHEN 7
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-DORMS-FILTERED

               WHEN 8
                   PERFORM CLEAR-SCREEN
                   PERFORM MONTH-END-DUE-DATE-ROLLOVER

               WHEN 9
                   PERFORM CLEAR-SCREEN
                   PERFORM MANAGE-RATE-MASTER

               WHEN 10
                   PERFORM CLEAR-SCREEN
                   PERFORM MONTH-START-BILLING-RUN

               WHEN 11
                   PERFORM CLEAR-SCREEN
                   PERFORM MANAGE-BUILDINGS

               WHEN 12
                   MOVE 0 TO UTIL-RV-CHOICE
                   PERFORM RESERVATIONS-MENU

               WHEN 13
                   MOVE 0 TO UTIL-AX-CHOICE
                   PERFORM ANCILLARY-MENU

               WHEN 14
                   MOVE 0 TO UTIL-DC-CHOICE
                   PERFORM DISCOUNT-MENU

               WHEN 15
                   DISPLAY "EXITING DORM MANAGEMENT..."
                   PERFORM EXIT-PROMT

               WHEN OTHER
                   DISPLAY "INVALID INPUT, TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD DORM 
      *============================
       ADD-DORM.
           DISPLAY "YOU CHOSE TO ADD DORM"
           
           
           DISPLAY "ADD DORM? (Y/N): "
           ACCEPT WS-ADD-FLAG
           PERFORM CONVERT-FLAG
       
           
           PERFORM UNTIL WS-ADD-FLAG = "Y" OR WS-ADD-FLAG = "N"
               DISPLAY "INVALID INPUT. PLEASE ENTER Y OR N: "
               ACCEPT WS-ADD-FLAG
               PERFORM CONVERT-FLAG
           END-PERFORM
       
           IF WS-ADD-FLAG = "Y"
               OPEN I-O DORM-FILE   
       
               PERFORM UNTIL WS-ADD-FLAG = "N"

                   PERFORM ENSURE-BUILDING-FILE
                   PERFORM SHOW-BUILDING-LIST
                   DISPLAY "PLEASE ENTER BUILDING CODE (e.g., A): "
                   MOVE SPACES TO WS-ADD-BUILDING
                   ACCEPT WS-ADD-BUILDING
                   INSPECT WS-ADD-BUILDING
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM VALIDATE-BUILDING-CODE
                   PERFORM UNTIL WS-BL-FOUND = "Y"
                       DISPLAY "UNKNOWN BUILDING. ENTER ONE OF THE "
                               "CODES LISTED ABOVE: "
                       ACCEPT WS-ADD-BUILDING
                       INSPECT WS-ADD-BUILDING
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       PERFORM VALIDATE-BUILDING-CODE
                   END-PERFORM

                   DISPLAY "PLEASE ENTER DORM ROOM FLOOR (e.g., 01): "
                   ACCEPT UTIL-FLOOR-N
                   PERFORM UNTIL UTIL-FLOOR-N > 0
                       DISPLAY "INVALID FLOOR. MUST BE GREATER "
                               "THAN 0: "
                       ACCEPT UTIL-FLOOR-N
                   END-PERFORM

                   DISPLAY "PLEASE ENTER DORM ROOM NUMBER (e.g., 001): "
                   ACCEPT UTIL-ROOM-N
                   PERFORM UNTIL UTIL-ROOM-N > 0
                       DISPLAY "INVALID ROOM NUMBER. MUST BE "
                               "GREATER THAN 0: "
                       ACCEPT UTIL-ROOM-N
                   END-PERFORM

                   DISPLAY "PLEASE ENTER RENT AMOUNT: "
                   ACCEPT WS-DORM-RENT-AMOUNT
                   PERFORM UNTIL WS-DORM-RENT-AMOUNT > 0
                       DISPLAY "INVALID AMOUNT. MUST BE GREATER "
                               "THAN 0: "
                       ACCEPT WS-DORM-RENT-AMOUNT
                   END-PERFORM

                   DISPLAY "PLEASE ENTER ROOM CAPACITY "
                           "(MAX TENANTS, e.g., 01): "
                   ACCEPT UTIL-CAPACITY-N
                   IF UTIL-CAPACITY-N = 0
                       MOVE 1 TO UTIL-CAPACITY-N
                   END-IF


                   *> Generate unique ID (Format: A-F01-R001; rooms
                   *> from before the second building keep their old
                   *> F01-R001 ids, the building field is what counts)
                   STRING WS-ADD-BUILDING DELIMITED BY SIZE
                          "-F" DELIMITED BY SIZE
                          UTIL-FLOOR-N DELIMITED BY SIZE
                          "-R" DELIMITED BY SIZE
                          UTIL-ROOM-N DELIMITED BY SIZE
                          INTO WS-DORM-ID
                   END-STRING
       
                   
                   *> Check if ID already exists
                   MOVE WS-DORM-ID TO DI-ID
                   READ DORM-FILE
                       INVALID KEY
                           *> Room doesn't exist, proceed with write
                           MOVE WS-DORM-ID          TO DI-ID
                           MOVE UTIL-FLOOR-N        TO DI-FLOOR
                           MOVE UTIL-ROOM-N         TO DI-ROOM-NUM
                           MOVE WS-DORM-RENT-AMOUNT TO DI-RENT-AMOUNT
                           MOVE 0  TO DI-RENT-BALANCE-DUE
                           MOVE 0  TO DI-ELECTRICITY-BALANCE-DUE
                           MOVE 0  TO DI-WATER-BALANCE-DUE
                           MOVE UTIL-CAPACITY-N     TO DI-CAPACITY
                           MOVE 0  TO DI-OCCUPANT-COUNT
                           MOVE "UNOCCUPIED"        TO DI-STATUS
                           MOVE WS-ADD-BUILDING     TO DI-BUILDING
       
                           WRITE DORM-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR WRITING RECORD"
                               NOT INVALID KEY
                                   DISPLAY "DORM " WS-DORM-ID 
                                           " ADDED SUCCESSFULLY!"
                           END-WRITE
                       NOT INVALID KEY
                           *> Room already exists
                           DISPLAY "ERROR: DORM " WS-DORM-ID 
                                   " ALREADY EXISTS!"
                   END-READ
       
                   
                   DISPLAY "ADD ANOTHER? (Y/N):"
                   ACCEPT WS-ADD-FLAG
                   PERFORM CONVERT-FLAG
       
                   
                   PERFORM UNTIL WS-ADD-FLAG = "Y" OR WS-ADD-FLAG = "N"
                       DISPLAY "INVALID INPUT. PLEASE ENTER Y OR N: "
                       ACCEPT WS-ADD-FLAG
                       PERFORM CONVERT-FLAG
                   END-PERFORM
       
               END-PERFORM
       
               CLOSE DORM-FILE
           END-IF
       
           DISPLAY "Dorm records saved successfully!"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.


      *============================
      *FUNCTION: VIEW DORMS 
      *============================
       VIEW-DORMS.
              
           OPEN INPUT DORM-FILE
       
           MOVE "N" TO UTIL-EOF
       
           PERFORM UNTIL UTIL-EOF = "Y"
               READ DORM-FILE
               AT END
                   MOVE "Y" TO UTIL-EOF
               NOT AT END
                   DISPLAY "======================================="
                   DISPLAY "           Dorm ID: " DI-ID
                   DISPLAY "======================================="
                   DISPLAY "Building       : " DI-BUILDING
                   DISPLAY "Floor          : " DI-FLOOR
                   DISPLAY "Room Number    : " DI-ROOM-NUM
                   DISPLAY "Status         : " DI-STATUS
                   DISPLAY "Occupants      : " DI-OCCUPANT-COUNT
                           "/" DI-CAPACITY
                   MOVE DI-ID TO WS-RESV-CHECK-DORM
                   PERFORM CHECK-ROOM-RESERVED
                   IF WS-ROOM-RESERVED = "Y"
                       DISPLAY "RESERVED FROM  : " WS-RESV-START
                               " FOR " FUNCTION TRIM(WS-RESV-NAME)
                   END-IF
                   DISPLAY "---------------------------------------"

                   DISPLAY "RENT"
                   DISPLAY "  Amount Due   : " DI-RENT-AMOUNT
                   DISPLAY "  Due Date     : " DI-RENT-DUE
                   DISPLAY "  Amount Paid  : " DI-RENT-PAID-AMOUNT
                   DISPLAY "  Date Paid    : " DI-RENT-LAST-PAID
                   DISPLAY "---------------------------------------"
                   
                   DISPLAY "ELECTRICITY"
                   DISPLAY "  Amount Due   : " DI-ELECTRICITY-AMT
                   DISPLAY "  Due Date     : " DI-ELECTRICITY-DUE
                   DISPLAY "  Amount Paid  : " DI-ELECTRICITY-PAID-AMT
                   DISPLAY "  Date Paid    : " DI-ELECTRICITY-LAST
                   DISPLAY "---------------------------------------"
                   
                   DISPLAY "WATER"
                   DISPLAY "  Amount Due   : " DI-WATER-AMT
                   DISPLAY "  Due Date     : " DI-WATER-DUE
                   DISPLAY "  Amount Paid  : " DI-WATER-PAID-AMT
                   DISPLAY "  Date Paid    : " DI-WATER-LAST-PAID
                   DISPLAY "======================================="
                   
                   DISPLAY SPACE
               END-READ
           END-PERFORM
       
           CLOSE DORM-FILE

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW DORMS FILTERED BY FLOOR/STATUS
      *============================
       VIEW-DORMS-FILTERED.
           DISPLAY "FILTER BY BUILDING (e.g., A, keep empty for "
                   "ANY): "
           MOVE SPACES TO WS-FILTER-BUILDING
           ACCEPT WS-FILTER-BUILDING
           INSPECT WS-FILTER-BUILDING
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "FILTER BY FLOOR (e.g., 01, keep empty for ANY): "
           MOVE SPACES TO WS-FILTER-FLOOR
           ACCEPT WS-FILTER-FLOOR

           DISPLAY "FILTER BY STATUS (OCCUPIED/UNOCCUPIED/"
                   "OUT-OF-SVC, keep empty for ANY): "
           MOVE SPACES TO WS-FILTER-STATUS
           ACCEPT WS-FILTER-STATUS
           IF WS-FILTER-STATUS NOT = SPACES
               INSPECT WS-FILTER-STATUS
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           OPEN INPUT DORM-FILE

           MOVE "N" TO UTIL-EOF

           PERFORM UNTIL UTIL-EOF = "Y"
               READ DORM-FILE
               AT END
                   MOVE "Y" TO UTIL-EOF
               NOT AT END
                   MOVE "Y" TO WS-FILTER-MATCH
                   IF WS-FILTER-BUILDING NOT = SPACES AND
                      WS-FILTER-BUILDING NOT = DI-BUILDING AND
                      NOT (DI-BUILDING = SPACES AND
                           WS-FILTER-BUILDING = "A")
                       MOVE "N" TO WS-FILTER-MATCH
                   END-IF
                   IF WS-FILTER-FLOOR NOT = SPACES AND
                      WS-FILTER-FLOOR NOT = DI-FLOOR
                       MOVE "N" TO WS-FILTER-MATCH
                   END-IF
                   IF WS-FILTER-STATUS NOT = SPACES AND
                      WS-FILTER-STATUS NOT = DI-STATUS
                       MOVE "N" TO WS-FILTER-MATCH
                   END-IF

                   IF WS-FILTER-MATCH = "Y"
                       DISPLAY "======================================="
                       DISPLAY "           Dorm ID: " DI-ID
                       DISPLAY "======================================="
                       DISPLAY "Building       : " DI-BUILDING
                       DISPLAY "Floor          : " DI-FLOOR
                       DISPLAY "Room Number    : " DI-ROOM-NUM
                       DISPLAY "Status         : " DI-STATUS
                       IF DI-STATUS = "OUT-OF-SVC"
                           MOVE DI-ID TO WS-OOS-DORM-ID
                           PERFORM OOS-FIND-OPEN-FOR-ROOM
                           IF WS-OOS-FOUND = "Y"
                               DISPLAY "OUT OF SERVICE : SINCE "
                                       WS-OOS-START " UNDER WORK "
                                       "ORDER " WS-OOS-HOLD-WO
                           END-IF
                       END-IF
                       DISPLAY "Occupants      : " DI-OCCUPANT-COUNT
                               "/" DI-CAPACITY
                       MOVE DI-ID TO WS-RESV-CHECK-DORM
                       PERFORM CHECK-ROOM-RESERVED
                       IF WS-ROOM-RESERVED = "Y"
                           DISPLAY "RESERVED FROM  : "
                                   WS-RESV-START " FOR "
                                   FUNCTION TRIM(WS-RESV-NAME)
                       END-IF
                       DISPLAY "Rent Amount Due: " DI-RENT-AMOUNT
                       DISPLAY "======================================="
                       DISPLAY SPACE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE DORM-FILE

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: MONTHLY BILLING SUMMARY REPORT
      *================================
       BILLING-SUMMARY-REPORT.
           PERFORM ENSURE-BUILDING-FILE
           PERFORM LOAD-BUILDING-TABLE

           *> One full per-floor section per building
           PERFORM VARYING WS-BLDG-IDX FROM 1 BY 1
               UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
               MOVE WS-BLDG-CODE(WS-BLDG-IDX) TO WS-BSUM-BLDG
               MOVE WS-BLDG-NAME(WS-BLDG-IDX) TO WS-BSUM-BLDG-NAME
               PERFORM BILLING-SUMMARY-ONE-BUILDING
           END-PERFORM

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BILLING SUMMARY FOR ONE BUILDING
      *================================
       BILLING-SUMMARY-ONE-BUILDING.
           INITIALIZE WS-FLOOR-SUMMARY-TABLE
           MOVE 0 TO WS-GRAND-RENT-BILLED
           MOVE 0 TO WS-GRAND-RENT-COLLECTED
           MOVE 0 TO WS-GRAND-ELEC-BILLED
           MOVE 0 TO WS-GRAND-ELEC-COLLECTED
           MOVE 0 TO WS-GRAND-WATER-BILLED
           MOVE 0 TO WS-GRAND-WATER-COLLECTED

           OPEN INPUT DORM-FILE
           MOVE "N" TO UTIL-EOF

           PERFORM UNTIL UTIL-EOF = "Y"
               READ DORM-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                     *> Rooms from before the building master was
                     *> introduced carry a blank building code and
                     *> belong to the main building
                     IF DI-BUILDING = WS-BSUM-BLDG OR
                        (DI-BUILDING = SPACES AND
                         WS-BSUM-BLDG = "A")
                       MOVE DI-FLOOR TO WS-FLOOR-NUM
                       ADD 1 TO WS-FLOOR-ROOM-COUNT(WS-FLOOR-NUM)
                       ADD DI-RENT-AMOUNT
                           TO WS-FLOOR-RENT-BILLED(WS-FLOOR-NUM)
                       ADD DI-RENT-PAID-AMOUNT
                           TO WS-FLOOR-RENT-COLLECTED(WS-FLOOR-NUM)
                       ADD DI-ELECTRICITY-AMT
                           TO WS-FLOOR-ELEC-BILLED(WS-FLOOR-NUM)
                       ADD DI-ELECTRICITY-PAID-AMT
                           TO WS-FLOOR-ELEC-COLLECTED(WS-FLOOR-NUM)
                       ADD DI-WATER-AMT
                           TO WS-FLOOR-WATER-BILLED(WS-FLOOR-NUM)
                       ADD DI-WATER-PAID-AMT
                           TO WS-FLOOR-WATER-COLLECTED(WS-FLOOR-NUM)

                       ADD DI-RENT-AMOUNT TO WS-GRAND-RENT-BILLED
                       ADD DI-RENT-PAID-AMOUNT
                           TO WS-GRAND-RENT-COLLECTED
                       ADD DI-ELECTRICITY-AMT TO WS-GRAND-ELEC-BILLED
                       ADD DI-ELECTRICITY-PAID-AMT
                           TO WS-GRAND-ELEC-COLLECTED
                       ADD DI-WATER-AMT TO WS-GRAND-WATER-BILLED
                       ADD DI-WATER-PAID-AMT TO WS-GRAND-WATER-COLLECTED
                     END-IF
               END-READ
           END-PERFORM

           CLOSE DORM-FILE

           *> Table-driven charge types (internet, parking, ...)
           *> are tallied from their own balance file
           INITIALIZE WS-FLOOR-OTHER-TABLE
           MOVE 0 TO WS-GRAND-OTHER-BILLED
           MOVE 0 TO WS-GRAND-OTHER-COLLECTED
           OPEN INPUT CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS = "00"
               OPEN INPUT DORM-FILE
               MOVE LOW-VALUES TO CB-KEY
               START CHARGE-BALANCE-FILE KEY >= CB-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-CB-FILE-STATUS NOT = "00"
                   READ CHARGE-BALANCE-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CB-DORM-ID TO DI-ID
                           READ DORM-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                 IF DI-BUILDING = WS-BSUM-BLDG OR
                                    (DI-BUILDING = SPACES AND
                                     WS-BSUM-BLDG = "A")
                                   MOVE DI-FLOOR TO WS-FLOOR-NUM
                                   ADD CB-AMOUNT TO
                                       WS-FLOOR-OTHER-BILLED
                                           (WS-FLOOR-NUM)
                                   ADD CB-PAID-AMT TO
                                       WS-FLOOR-OTHER-COLLECTED
                                           (WS-FLOOR-NUM)
                                   ADD CB-AMOUNT TO
                                       WS-GRAND-OTHER-BILLED
                                   ADD CB-PAID-AMT TO
                                       WS-GRAND-OTHER-COLLECTED
                                 END-IF
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE DORM-FILE
               CLOSE CHARGE-BALANCE-FILE
           END-IF

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "     MONTHLY BILLING SUMMARY REPORT"
           DISPLAY "     BUILDING " WS-BSUM-BLDG " - "
                   FUNCTION TRIM(WS-BSUM-BLDG-NAME)
           DISPLAY "================================================"

           PERFORM VARYING WS-FLOOR-NUM FROM 1 BY 1
               UNTIL WS-FLOOR-NUM > 99
               IF WS-FLOOR-ROOM-COUNT(WS-FLOOR-NUM) > 0
                   DISPLAY " "
                   DISPLAY "FLOOR " WS-FLOOR-NUM
                           " (" WS-FLOOR-ROOM-COUNT(WS-FLOOR-NUM)
                           " ROOMS)"
                   DISPLAY "  RENT        BILLED: "
                           WS-FLOOR-RENT-BILLED(WS-FLOOR-NUM)
                           " COLLECTED: "
                           WS-FLOOR-RENT-COLLECTED(WS-FLOOR-NUM)
                   DISPLAY "  ELECTRICITY BILLED: "
                           WS-FLOOR-ELEC-BILLED(WS-FLOOR-NUM)
                           " COLLECTED: "
                           WS-FLOOR-ELEC-COLLECTED(WS-FLOOR-NUM)
                   DISPLAY "  WATER       BILLED: "
                           WS-FLOOR-WATER-BILLED(WS-FLOOR-NUM)
                           " COLLECTED: "
                           WS-FLOOR-WATER-COLLECTED(WS-FLOOR-NUM)
                   DISPLAY "  OTHER       BILLED: "
                           WS-FLOOR-OTHER-BILLED(WS-FLOOR-NUM)
                           " COLLECTED: "
                           WS-FLOOR-OTHER-COLLECTED(WS-FLOOR-NUM)
                   DISPLAY "-----------------------------------------"
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "BUILDING TOTALS"
           DISPLAY "  RENT        BILLED: " WS-GRAND-RENT-BILLED
                   " COLLECTED: " WS-GRAND-RENT-COLLECTED
           DISPLAY "  ELECTRICITY BILLED: " WS-GRAND-ELEC-BILLED
                   " COLLECTED: " WS-GRAND-ELEC-COLLECTED
           DISPLAY "  WATER       BILLED: " WS-GRAND-WATER-BILLED
                   " COLLECTED: " WS-GRAND-WATER-COLLECTED
           DISPLAY "  OTHER       BILLED: " WS-GRAND-OTHER-BILLED
                   " COLLECTED: " WS-GRAND-OTHER-COLLECTED
           DISPLAY "================================================"
           DISPLAY " "
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: OVERDUE ACCOUNTS AGING REPORT
      *================================
       OVERDUE-AGING-REPORT.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           DISPLAY "BUILDING (e.g., A, EMPTY FOR ALL): "
           MOVE SPACES TO WS-AGING-BLDG-FILTER
           ACCEPT WS-AGING-BLDG-FILTER
           INSPECT WS-AGING-BLDG-FILTER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE 0 TO WS-RENT-0-30  WS-RENT-31-60  WS-RENT-60-PLUS
           MOVE 0 TO WS-ELEC-0-30  WS-ELEC-31-60  WS-ELEC-60-PLUS
           MOVE 0 TO WS-WATER-0-30 WS-WATER-31-60 WS-WATER-60-PLUS
           MOVE 0 TO WS-OTHER-0-30 WS-OTHER-31-60 WS-OTHER-60-PLUS

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "         OVERDUE ACCOUNTS AGING REPORT"
           DISPLAY "================================================"

           OPEN INPUT DORM-FILE

           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START

           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0 AND
                          (WS-AGING-BLDG-FILTER = SPACES OR
                           DI-BUILDING = WS-AGING-BLDG-FILTER OR
                           (DI-BUILDING = SPACES AND
                            WS-AGING-BLDG-FILTER = "A"))
                           MOVE DI-RENT-DUE TO WS-CHECK-DUE-DATE
                           PERFORM CALC-OVERDUE-DAYS
                           IF WS-OVERDUE-FLAG = "Y"
                               DISPLAY "ID: " DI-ID
                                       " | RENT OVERDUE "
                                       WS-DAYS-OVERDUE " DAYS"
                               PERFORM BUCKET-RENT-OVERDUE
                           END-IF

                           MOVE DI-ELECTRICITY-DUE TO WS-CHECK-DUE-DATE
                           PERFORM CALC-OVERDUE-DAYS
                           IF WS-OVERDUE-FLAG = "Y"
                               DISPLAY "ID: " DI-ID
                                       " | ELECTRICITY OVERDUE "
                                       WS-DAYS-OVERDUE " DAYS"
                               PERFORM BUCKET-ELEC-OVERDUE
                           END-IF

                           MOVE DI-WATER-DUE TO WS-CHECK-DUE-DATE
                           PERFORM CALC-OVERDUE-DAYS
                           IF WS-OVERDUE-FLAG = "Y"
                               DISPLAY "ID: " DI-ID
                                       " | WATER OVERDUE "
                                       WS-DAYS-OVERDUE " DAYS"
                               PERFORM BUCKET-WATER-OVERDUE
                           END-IF

                           PERFORM AGING-CHECK-OTHER-CHARGES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DORM-FILE

           DISPLAY " "
           DISPLAY "SUMMARY (# of overdue bills, by age bucket)"
           DISPLAY "                 0-30     31-60    60+"
           DISPLAY "  RENT        : " WS-RENT-0-30
                   "      " WS-RENT-31-60 "      " WS-RENT-60-PLUS
           DISPLAY "  ELECTRICITY : " WS-ELEC-0-30
                   "      " WS-ELEC-31-60 "      " WS-ELEC-60-PLUS
           DISPLAY "  WATER       : " WS-WATER-0-30
                   "      " WS-WATER-31-60 "      " WS-WATER-60-PLUS
           DISPLAY "  OTHER       : " WS-OTHER-0-30
                   "      " WS-OTHER-31-60 "      " WS-OTHER-60-PLUS

           *> Vacancy balances awaiting write-off approval are no
           *> longer on any room but are still owed
           PERFORM AGING-PENDING-BAD-DEBT
           DISPLAY "================================================"
           DISPLAY " "

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AGING - PENDING BAD-DEBT WRITE-OFFS
      *============================
       AGING-PENDING-BAD-DEBT.
           MOVE 0 TO WS-BDR-PENDING-COUNT
           MOVE 0 TO WS-BDR-PENDING-SUM
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BD-FILE-STATUS NOT = "00"
               READ BAD-DEBT-FILE
                   NOT AT END
                       IF BD-STATUS = "PENDING" AND
                          (WS-AGING-BLDG-FILTER = SPACES OR
                           BD-BUILDING = WS-AGING-BLDG-FILTER)
                           ADD 1 TO WS-BDR-PENDING-COUNT
                           COMPUTE WS-BDR-PENDING-SUM =
                                   WS-BDR-PENDING-SUM + BD-AMOUNT -
                                   BD-COLLECTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAD-DEBT-FILE

           IF WS-BDR-PENDING-COUNT > 0
               MOVE WS-BDR-PENDING-SUM TO WS-BD-EDIT-A
               DISPLAY " "
               DISPLAY "PENDING BAD-DEBT WRITE-OFFS (STILL "
                       "RECEIVABLE)"
               DISPLAY "  ACCOUNTS    : " WS-BDR-PENDING-COUNT
               DISPLAY "  OUTSTANDING : " WS-BD-EDIT-A
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: SEED BUILDING MASTER ON FIRST USE
      *================================
       ENSURE-BUILDING-FILE.
           OPEN INPUT BUILDING-FILE
           IF WS-BLDG-FILE-STATUS = "00"
               CLOSE BUILDING-FILE
           ELSE
               *> Everything on file before the second property was
               *> acquired belongs to the main building
               OPEN OUTPUT BUILDING-FILE
               MOVE "A" TO BL-CODE
               MOVE "MAIN BUILDING" TO BL-NAME
               MOVE SPACES TO BL-ADDRESS
               WRITE BUILDING-RECORD
               CLOSE BUILDING-FILE
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: SHOW BUILDING LIST
      *================================
       SHOW-BUILDING-LIST.
           DISPLAY " "
           DISPLAY "BUILDINGS:"
           DISPLAY "----------------------------------------"
           OPEN INPUT BUILDING-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ BUILDING-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       DISPLAY "  " BL-CODE " - " BL-NAME
               END-READ
           END-PERFORM
           CLOSE BUILDING-FILE
           DISPLAY "----------------------------------------"
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: VALIDATE A BUILDING CODE
      *================================
       VALIDATE-BUILDING-CODE.
           MOVE "N" TO WS-BL-FOUND
           OPEN INPUT BUILDING-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ BUILDING-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF BL-CODE = WS-ADD-BUILDING
                           MOVE "Y" TO WS-BL-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUILDING-FILE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: LOAD BUILDING TABLE
      *================================
       LOAD-BUILDING-TABLE.
           MOVE 0 TO WS-BLDG-COUNT
           OPEN INPUT BUILDING-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ BUILDING-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF WS-BLDG-COUNT < 10
                           ADD 1 TO WS-BLDG-COUNT
                           MOVE BL-CODE TO
                               WS-BLDG-CODE(WS-BLDG-COUNT)
                           MOVE BL-NAME TO
                               WS-BLDG-NAME(WS-BLDG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUILDING-FILE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BUILDING MASTER MAINTENANCE
      *================================
       MANAGE-BUILDINGS.
           PERFORM ENSURE-BUILDING-FILE

           MOVE 0 TO UTIL-BL-CHOICE
           PERFORM UNTIL UTIL-BL-CHOICE = 3
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  BUILDING MASTER MAINTENANCE"
           DISPLAY "=============================="
           DISPLAY "1 - LIST BUILDINGS"
           DISPLAY "2 - ADD BUILDING"
           DISPLAY "3 - BACK"

           DISPLAY "ENTER CHOICE (1 - 3): "
           ACCEPT UTIL-BL-CHOICE

           EVALUATE UTIL-BL-CHOICE
               WHEN 1
                   PERFORM SHOW-BUILDING-LIST
                   PERFORM EXIT-PROMT
               WHEN 2
                   PERFORM ADD-BUILDING
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: ADD BUILDING
      *================================
       ADD-BUILDING.
           DISPLAY "NEW BUILDING CODE (ONE LETTER, e.g., B): "
           MOVE SPACES TO WS-BL-NEW-CODE
           ACCEPT WS-BL-NEW-CODE
           INSPECT WS-BL-NEW-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-BL-NEW-CODE = SPACES
               DISPLAY "CODE CANNOT BE BLANK."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BL-NEW-CODE TO WS-ADD-BUILDING
           PERFORM VALIDATE-BUILDING-CODE
           IF WS-BL-FOUND = "Y"
               DISPLAY "ERROR: BUILDING " WS-BL-NEW-CODE
                       " ALREADY EXISTS."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BUILDING NAME: "
           MOVE SPACES TO WS-BL-NEW-NAME
           ACCEPT WS-BL-NEW-NAME
           DISPLAY "ADDRESS: "
           MOVE SPACES TO WS-BL-NEW-ADDR
           ACCEPT WS-BL-NEW-ADDR

           MOVE WS-BL-NEW-CODE TO BL-CODE
           MOVE WS-BL-NEW-NAME TO BL-NAME
           MOVE WS-BL-NEW-ADDR TO BL-ADDRESS
           OPEN EXTEND BUILDING-FILE
           WRITE BUILDING-RECORD
           CLOSE BUILDING-FILE
           DISPLAY "BUILDING " WS-BL-NEW-CODE " ADDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: ROOM RESERVATIONS MENU
      *================================
       RESERVATIONS-MENU.
           PERFORM UNTIL UTIL-RV-CHOICE = 6
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "      ROOM RESERVATIONS"
           DISPLAY "=============================="
           DISPLAY "1 - LIST RESERVATIONS"
           DISPLAY "2 - TAKE A RESERVATION"
           DISPLAY "3 - CONVERT RESERVATION TO TENANCY"
           DISPLAY "4 - EXPIRE NO-SHOW RESERVATIONS"
           DISPLAY "5 - CANCEL A RESERVATION"
           DISPLAY "6 - BACK"

           DISPLAY "ENTER CHOICE (1 - 6): "
           ACCEPT UTIL-RV-CHOICE

           EVALUATE UTIL-RV-CHOICE
               WHEN 1
                   PERFORM LIST-RESERVATIONS
                   PERFORM EXIT-PROMT
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM TAKE-RESERVATION
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM CONVERT-RESERVATION
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM EXPIRE-RESERVATIONS
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM CANCEL-RESERVATION
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: LIST RESERVATIONS
      *================================
       LIST-RESERVATIONS.
           DISPLAY " "
           DISPLAY "RESERVATIONS ON FILE:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-RESV-COUNT
           OPEN INPUT RESERVATION-FILE
           IF WS-RESV-FILE-STATUS NOT = "00"
               DISPLAY "NO RESERVATIONS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ RESERVATION-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-RESV-COUNT
                           DISPLAY "ROOM " RV-DORM-ID
                                   " | FROM " RV-START-DATE
                                   " | FEE " RV-FEE
                                   " | " RV-STATUS
                           DISPLAY "    " FUNCTION TRIM(RV-NAME)
                                   " (" RV-CONTACT-NUM
                                   ") TAKEN " RV-DATE-TAKEN
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "RESERVATIONS LISTED: " WS-RESV-COUNT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: IS A ROOM UNDER A HELD RESERVATION?
      *================================
      *Caller sets WS-RESV-CHECK-DORM. On a hit the reservation's
      *name, contact, start date and fee are left in the WS-RESV
      *fields for the caller to show or settle.
       CHECK-ROOM-RESERVED.
           MOVE "N" TO WS-ROOM-RESERVED
           OPEN INPUT RESERVATION-FILE
           IF WS-RESV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RESV-SCAN-EOF
           PERFORM UNTIL WS-RESV-SCAN-EOF = "Y"
               READ RESERVATION-FILE
                   AT END
                       MOVE "Y" TO WS-RESV-SCAN-EOF
                   NOT AT END
                       IF RV-DORM-ID = WS-RESV-CHECK-DORM AND
                          RV-STATUS = "HELD"
                           MOVE "Y" TO WS-ROOM-RESERVED
                           MOVE RV-NAME        TO WS-RESV-NAME
                           MOVE RV-CONTACT-NUM TO WS-RESV-CONTACT
                           MOVE RV-START-DATE  TO WS-RESV-START
                           MOVE RV-FEE         TO WS-RESV-FEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: TAKE A RESERVATION
      *================================
       TAKE-RESERVATION.
           DISPLAY "=============================="
           DISPLAY "     TAKE A RESERVATION"
           DISPLAY "=============================="
           PERFORM SHOW-DORM-ID

           DISPLAY "ROOM TO HOLD (DORM ID): "
           ACCEPT WS-RESV-DORM-ID
           INSPECT WS-RESV-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-VALID-ROOM-FLAG
           OPEN INPUT DORM-FILE
           MOVE WS-RESV-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROOM " WS-RESV-DORM-ID
                           " DOES NOT EXIST."
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-ROOM-FLAG
                   IF DI-STATUS = "OUT-OF-SVC"
                       DISPLAY "ERROR: ROOM " WS-RESV-DORM-ID
                               " IS OUT OF SERVICE PENDING REPAIRS."
                       MOVE "N" TO WS-VALID-ROOM-FLAG
                   END-IF
                   IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                       DISPLAY "NOTE: ROOM IS CURRENTLY FULL. THE "
                               "RESERVATION ASSUMES IT FREES UP "
                               "BEFORE THE START DATE."
                   END-IF
           END-READ
           CLOSE DORM-FILE

           IF WS-VALID-ROOM-FLAG = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESV-DORM-ID TO WS-RESV-CHECK-DORM
           PERFORM CHECK-ROOM-RESERVED
           IF WS-ROOM-RESERVED = "Y"
               DISPLAY "ERROR: ROOM " WS-RESV-DORM-ID
                       " IS ALREADY RESERVED FROM " WS-RESV-START
                       " FOR " FUNCTION TRIM(WS-RESV-NAME) "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NAME OF THE PERSON RESERVING: "
           MOVE SPACES TO WS-RESV-NAME
           ACCEPT WS-RESV-NAME
           PERFORM UNTIL WS-RESV-NAME NOT = SPACES
               DISPLAY "NAME CANNOT BE BLANK: "
               ACCEPT WS-RESV-NAME
           END-PERFORM

           DISPLAY "CONTACT NUMBER: "
           MOVE SPACES TO WS-RESV-CONTACT
           ACCEPT WS-RESV-CONTACT

           DISPLAY "HOLD THE ROOM FROM (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-RESV-START
               ACCEPT WS-RESV-START
               MOVE WS-RESV-START TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "BOOKING FEE: "
           MOVE 0 TO WS-RESV-FEE
           ACCEPT WS-RESV-FEE
           PERFORM UNTIL WS-RESV-FEE > 0
               DISPLAY "FEE MUST BE GREATER THAN 0: "
               ACCEPT WS-RESV-FEE
           END-PERFORM

           PERFORM ACCEPT-PAYMENT-METHOD

           DISPLAY "RECEIPT DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-RESV-DATE
               ACCEPT WS-RESV-DATE
               MOVE WS-RESV-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-RESV-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "RESERVE ROOM " WS-RESV-DORM-ID " FROM "
                   WS-RESV-START " FOR "
                   FUNCTION TRIM(WS-RESV-NAME)
                   ", FEE " WS-RESV-FEE " (Y/N): "
           ACCEPT WS-RESV-CONFIRM
           INSPECT WS-RESV-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-RESV-CONFIRM NOT = "Y"
               DISPLAY "RESERVATION CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESV-DORM-ID TO RV-DORM-ID
           MOVE WS-RESV-NAME    TO RV-NAME
           MOVE WS-RESV-CONTACT TO RV-CONTACT-NUM
           MOVE WS-RESV-START   TO RV-START-DATE
           MOVE WS-RESV-FEE     TO RV-FEE
           MOVE WS-RESV-DATE    TO RV-DATE-TAKEN
           MOVE "HELD"          TO RV-STATUS
           MOVE SPACES          TO RV-STATUS-DATE
           OPEN EXTEND RESERVATION-FILE
           WRITE RESERVATION-RECORD
           CLOSE RESERVATION-FILE

           *> The fee is money received, so it gets its own history
           *> entry (due = paid keeps it balance-neutral)
           MOVE WS-RESV-DORM-ID TO WS-DORM-ID
           MOVE "BOOKING" TO WS-PAYMENT-TYPE
           MOVE WS-RESV-FEE TO WS-AMOUNT-DUE
           MOVE WS-RESV-FEE TO WS-AMOUNT-PAID
           MOVE WS-RESV-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-RESV-START TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "BOOKING FEE, ROOM HELD FROM "
                  DELIMITED BY SIZE
                  WS-RESV-START DELIMITED BY SPACE
                  " FOR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESV-NAME) DELIMITED BY SIZE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE SPACES TO WS-PAYMENT-TENANT-LOG
           PERFORM LOG-PAYMENT-HISTORY
           PERFORM GENERATE-PAYMENT-RECEIPT

           DISPLAY "ROOM " WS-RESV-DORM-ID " RESERVED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: CONVERT A RESERVATION TO A TENANCY
      *================================
       CONVERT-RESERVATION.
           DISPLAY "=============================="
           DISPLAY " CONVERT RESERVATION TO TENANCY"
           DISPLAY "=============================="
           PERFORM LIST-RESERVATIONS
           DISPLAY "ROOM OF THE RESERVATION TO CONVERT: "
           ACCEPT WS-RESV-DORM-ID
           INSPECT WS-RESV-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE WS-RESV-DORM-ID TO WS-RESV-CHECK-DORM
           PERFORM CHECK-ROOM-RESERVED
           IF WS-ROOM-RESERVED = "N"
               DISPLAY "NO HELD RESERVATION FOR ROOM "
                       WS-RESV-DORM-ID "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DORM-FILE
           MOVE WS-RESV-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROOM " WS-RESV-DORM-ID
                           " NO LONGER EXISTS."
                   CLOSE DORM-FILE
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF DI-STATUS = "OUT-OF-SVC"
                       DISPLAY "ERROR: ROOM " WS-RESV-DORM-ID
                               " IS OUT OF SERVICE PENDING REPAIRS."
                       CLOSE DORM-FILE
                       PERFORM EXIT-PROMT
                       EXIT PARAGRAPH
                   END-IF
                   IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                       DISPLAY "ERROR: ROOM " WS-RESV-DORM-ID
                               " IS STILL FULL. FREE IT UP FIRST."
                       CLOSE DORM-FILE
                       PERFORM EXIT-PROMT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE DI-RENT-AMOUNT TO WS-RENT-AMOUNT-PAID
           END-READ

           MOVE WS-RESV-DORM-ID TO WS-ASSIGNED-D-ID
           MOVE WS-RESV-NAME    TO WS-NAME
           MOVE WS-RESV-CONTACT TO WS-CONTACT-NUM
           DISPLAY "CHECKING IN: " FUNCTION TRIM(WS-NAME)
           DISPLAY "Age: " WITH NO ADVANCING
           ACCEPT WS-AGE
           PERFORM UNTIL WS-AGE >= 1 AND WS-AGE <= 120
               DISPLAY "INVALID AGE. ENTER 1-120: "
                       WITH NO ADVANCING
               ACCEPT WS-AGE
           END-PERFORM
           DISPLAY "Gender: " WITH NO ADVANCING
           ACCEPT WS-GENDER

           PERFORM FIND-MAX-TENANT-ID
           PERFORM GENERATE-TENANT-ID
           MOVE WS-TENANT-ID     TO SI-ID IN TENANT-RECORD
           MOVE WS-NAME          TO SI-NAME
           MOVE WS-AGE           TO SI-AGE
           MOVE WS-GENDER        TO SI-GENDER
           MOVE WS-CONTACT-NUM   TO SI-CONTACT-NUM
           MOVE WS-ASSIGNED-D-ID TO SI-ASSIGNED-D-ID
           OPEN I-O TENANT-FILE
           IF WS-TENANT-FILE-STATUS NOT = "00"
               OPEN OUTPUT TENANT-FILE
           END-IF
           WRITE TENANT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: TENANT ID " WS-TENANT-ID
                           " ALREADY ON FILE."
           END-WRITE
           CLOSE TENANT-FILE
           DISPLAY "TENANT ID ASSIGNED: " WS-TENANT-ID

           MOVE WS-RESV-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR UPDATING DORM STATUS"
               NOT INVALID KEY
                   ADD 1 TO DI-OCCUPANT-COUNT
                   IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                       MOVE "OCCUPIED" TO DI-STATUS
                   ELSE
                       MOVE "UNOCCUPIED" TO DI-STATUS
                   END-IF
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING DORM RECORD"
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ

           DISPLAY "APPLY THE BOOKING FEE (" WS-RESV-FEE ") TO:"
           DISPLAY "1 - SECURITY DEPOSIT"
           DISPLAY "2 - FIRST MONTH RENT"
           MOVE 0 TO WS-RESV-APPLY-CHOICE
           ACCEPT WS-RESV-APPLY-CHOICE
           PERFORM UNTIL WS-RESV-APPLY-CHOICE = 1 OR
                         WS-RESV-APPLY-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-RESV-APPLY-CHOICE
           END-PERFORM

           IF WS-RESV-APPLY-CHOICE = 1
               PERFORM RESV-DEPOSIT-NET-OF-FEE
           ELSE
               PERFORM RECORD-SECURITY-DEPOSIT
           END-IF

           MOVE WS-ASSIGNED-D-ID TO WS-INV-DORM-ID
           MOVE WS-TENANT-ID TO WS-INV-TENANT-ID
           MOVE "CHECKIN" TO WS-INV-PHASE
           PERFORM RECORD-ROOM-INVENTORY

           MOVE WS-TENANT-ID TO WS-KR-ISSUE-TENANT
           MOVE WS-ASSIGNED-D-ID TO WS-KR-ISSUE-DORM
           PERFORM KEY-ISSUE-ITEMS

           MOVE WS-ASSIGNED-D-ID TO WS-OL-DORM-ID
           MOVE "CHECKIN" TO WS-OL-EVENT
           MOVE WS-TENANT-ID TO WS-OL-TENANT-ID
           MOVE SPACES TO WS-OL-DATE
           PERFORM LOG-OCCUPANCY-EVENT

           PERFORM CREATE-LEASE-RECORD

           IF WS-RESV-APPLY-CHOICE = 2
               PERFORM RESV-APPLY-FEE-TO-RENT
           END-IF

           CLOSE DORM-FILE

           MOVE "CONVERTED" TO WS-RESV-NEW-STATUS
           PERFORM RESV-SET-STATUS

           DISPLAY "RESERVATION CONVERTED. TENANT " WS-TENANT-ID
                   " CHECKED INTO ROOM " WS-RESV-DORM-ID "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: CONVERT - DEPOSIT WITH BOOKING FEE FOLDED IN
      *================================
      *The full one-month deposit goes on the ledger; the money
      *trail shows the booking fee (logged at take time) plus the
      *net cash collected here, which together make up the month.
       RESV-DEPOSIT-NET-OF-FEE.
           COMPUTE WS-RESV-NET-DEPOSIT =
                   WS-RENT-AMOUNT-PAID - WS-RESV-FEE
           IF WS-RESV-NET-DEPOSIT < 0
               MOVE 0 TO WS-RESV-NET-DEPOSIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DEPOSIT-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DEPOSIT-DATE
           END-STRING

           MOVE WS-TENANT-ID        TO DP-TENANT-ID
           MOVE WS-ASSIGNED-D-ID    TO DP-DORM-ID
           MOVE WS-RENT-AMOUNT-PAID TO DP-AMOUNT
           MOVE WS-DEPOSIT-DATE     TO DP-DATE-RECEIVED
           MOVE "HELD"              TO DP-STATUS
           MOVE SPACES              TO DP-DATE-CLOSED
           MOVE 0                   TO DP-AMOUNT-APPLIED
           MOVE 0                   TO DP-AMOUNT-REFUNDED
           OPEN EXTEND DEPOSIT-FILE
           WRITE DEPOSIT-RECORD
           CLOSE DEPOSIT-FILE
           DISPLAY "SECURITY DEPOSIT (ONE MONTH RENT) RECORDED: "
                   DP-AMOUNT
           DISPLAY "BOOKING FEE CREDITED; CASH TO COLLECT NOW: "
                   WS-RESV-NET-DEPOSIT

           IF WS-RESV-NET-DEPOSIT > 0
               MOVE WS-ASSIGNED-D-ID     TO WS-DORM-ID
               MOVE "DEPOSIT"            TO WS-PAYMENT-TYPE
               MOVE WS-RESV-NET-DEPOSIT  TO WS-AMOUNT-DUE
               MOVE WS-RESV-NET-DEPOSIT  TO WS-AMOUNT-PAID
               MOVE WS-DEPOSIT-DATE      TO WS-PAYMENT-DATE-LOG
               MOVE WS-DEPOSIT-DATE      TO WS-DUE-DATE-LOG
               MOVE SPACES               TO WS-PAYMENT-NOTES
               STRING "SECURITY DEPOSIT NET OF BOOKING FEE, "
                      DELIMITED BY SIZE
                      "TENANT " DELIMITED BY SIZE
                      WS-TENANT-ID DELIMITED BY SPACE
                      INTO WS-PAYMENT-NOTES
               END-STRING
               MOVE WS-TENANT-ID TO WS-PAYMENT-TENANT-LOG
               MOVE "CASH" TO WS-PAYMENT-METHOD-LOG
               MOVE SPACES TO WS-PAYMENT-REF-LOG
               PERFORM LOG-PAYMENT-HISTORY
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: CONVERT - BOOKING FEE AGAINST FIRST RENT
      *================================
      *DORM-FILE is open I-O from the convert flow.
       RESV-APPLY-FEE-TO-RENT.
           MOVE WS-ASSIGNED-D-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-ASSIGNED-D-ID
                           " NOT FOUND. FEE NOT APPLIED."
               NOT INVALID KEY
                   SUBTRACT WS-RESV-FEE FROM DI-RENT-BALANCE-DUE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT APPLY THE "
                                   "BOOKING FEE."
                       NOT INVALID KEY
                           MOVE WS-ASSIGNED-D-ID TO WS-DORM-ID
                           MOVE "RENT" TO WS-PAYMENT-TYPE
                           MOVE 0 TO WS-AMOUNT-DUE
                           MOVE WS-RESV-FEE TO WS-AMOUNT-PAID
                           MOVE WS-LEASE-START
                               TO WS-PAYMENT-DATE-LOG
                           MOVE WS-LEASE-START TO WS-DUE-DATE-LOG
                           MOVE "BOOKING FEE APPLIED TO FIRST RENT"
                               TO WS-PAYMENT-NOTES
                           MOVE WS-TENANT-ID
                               TO WS-PAYMENT-TENANT-LOG
                           MOVE "INTERNAL"
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE SPACES TO WS-PAYMENT-REF-LOG
                           PERFORM LOG-PAYMENT-HISTORY
                           DISPLAY "BOOKING FEE " WS-RESV-FEE
                                   " APPLIED TO FIRST RENT."
                   END-REWRITE
           END-READ
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: EXPIRE NO-SHOW RESERVATIONS
      *================================
       EXPIRE-RESERVATIONS.
           DISPLAY "=============================="
           DISPLAY "  EXPIRE NO-SHOW RESERVATIONS"
           DISPLAY "=============================="
           MOVE 0 TO WS-RESV-GRACE-DAYS
           IF WS-JOB-UNATTENDED = "Y"
               MOVE 7 TO WS-RESV-GRACE-DAYS
           ELSE
               DISPLAY "DAYS OF GRACE AFTER THE START DATE "
                       "(e.g., 07): "
               ACCEPT WS-RESV-GRACE-DAYS
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE 0 TO WS-RESV-EXPIRED
           PERFORM RESV-GET-STATUS-DATE

           OPEN INPUT RESERVATION-FILE
           IF WS-RESV-FILE-STATUS NOT = "00"
               DISPLAY "NO RESERVATIONS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-RESERVATION-FILE

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ RESERVATION-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF RV-STATUS = "HELD"
                           MOVE RV-START-DATE TO WS-CHECK-DUE-DATE
                           PERFORM CALC-OVERDUE-DAYS
                           IF WS-OVERDUE-FLAG = "Y" AND
                              WS-DAYS-OVERDUE > WS-RESV-GRACE-DAYS
                               MOVE "EXPIRED" TO RV-STATUS
                               MOVE WS-RESV-STATUS-DATE
                                   TO RV-STATUS-DATE
                               ADD 1 TO WS-RESV-EXPIRED
                               DISPLAY "EXPIRED: ROOM " RV-DORM-ID
                                       " HELD FOR "
                                       FUNCTION TRIM(RV-NAME)
                                       " FROM " RV-START-DATE
                                       " (FEE " RV-FEE
                                       " FORFEITED)"
                           END-IF
                       END-IF
                       WRITE TEMP-RESERVATION-RECORD
                           FROM RESERVATION-RECORD
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE TEMP-RESERVATION-FILE
           PERFORM SAVE-RESERVATION-RECORD

           DISPLAY " "
           DISPLAY "RESERVATIONS EXPIRED: " WS-RESV-EXPIRED
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: CANCEL A RESERVATION
      *================================
       CANCEL-RESERVATION.
           PERFORM LIST-RESERVATIONS
           DISPLAY "ROOM OF THE RESERVATION TO CANCEL: "
           ACCEPT WS-RESV-DORM-ID
           INSPECT WS-RESV-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE WS-RESV-DORM-ID TO WS-RESV-CHECK-DORM
           PERFORM CHECK-ROOM-RESERVED
           IF WS-ROOM-RESERVED = "N"
               DISPLAY "NO HELD RESERVATION FOR ROOM "
                       WS-RESV-DORM-ID "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM CANCEL OF THE " WS-RESV-DORM-ID
                   " RESERVATION FOR "
                   FUNCTION TRIM(WS-RESV-NAME) " (Y/N): "
           ACCEPT WS-RESV-CONFIRM
           INSPECT WS-RESV-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-RESV-CONFIRM NOT = "Y"
               DISPLAY "CANCEL ABANDONED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REFUND THE BOOKING FEE (" WS-RESV-FEE
                   ") (Y/N): "
           ACCEPT WS-RESV-CONFIRM
           INSPECT WS-RESV-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-RESV-CONFIRM = "Y"
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RESV-DATE
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-RESV-DATE
               END-STRING
               MOVE WS-RESV-DORM-ID TO WS-DORM-ID
               *> Handing the fee back is money out of the drawer,
               *> same treatment as a deposit refund
               MOVE "DEP-REFUND" TO WS-PAYMENT-TYPE
               MOVE 0 TO WS-AMOUNT-DUE
               MOVE WS-RESV-FEE TO WS-AMOUNT-PAID
               MOVE WS-RESV-DATE TO WS-PAYMENT-DATE-LOG
               MOVE WS-RESV-DATE TO WS-DUE-DATE-LOG
               MOVE SPACES TO WS-PAYMENT-NOTES
               STRING "BOOKING FEE REFUND TO "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RESV-NAME)
                      DELIMITED BY SIZE
                      INTO WS-PAYMENT-NOTES
               END-STRING
               MOVE SPACES TO WS-PAYMENT-TENANT-LOG
               MOVE "CASH" TO WS-PAYMENT-METHOD-LOG
               MOVE SPACES TO WS-PAYMENT-REF-LOG
               PERFORM LOG-PAYMENT-HISTORY
               DISPLAY "BOOKING FEE REFUNDED."
           ELSE
               DISPLAY "BOOKING FEE FORFEITED."
           END-IF

           MOVE "CANCELLED" TO WS-RESV-NEW-STATUS
           PERFORM RESV-SET-STATUS
           DISPLAY "RESERVATION CANCELLED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: RESERVATION - SET STATUS OF THE HELD ROW
      *================================
      *Caller sets WS-RESV-DORM-ID and WS-RESV-NEW-STATUS.
       RESV-SET-STATUS.
           OPEN INPUT RESERVATION-FILE
           IF WS-RESV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM RESV-GET-STATUS-DATE
           OPEN OUTPUT TEMP-RESERVATION-FILE

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ RESERVATION-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF RV-DORM-ID = WS-RESV-DORM-ID AND
                          RV-STATUS = "HELD"
                           MOVE WS-RESV-NEW-STATUS TO RV-STATUS
                           MOVE WS-RESV-STATUS-DATE
                               TO RV-STATUS-DATE
                       END-IF
                       WRITE TEMP-RESERVATION-RECORD
                           FROM RESERVATION-RECORD
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE TEMP-RESERVATION-FILE
           PERFORM SAVE-RESERVATION-RECORD
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: RESERVATION - DATE OF A STATUS CHANGE
      *================================
      *The day a held fee stops being held; the liabilities report
      *dates the release of the fee by it.
       RESV-GET-STATUS-DATE.
           IF WS-JOB-UNATTENDED = "Y"
               MOVE WS-JOB-RUN-DATE TO WS-RESV-STATUS-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RESV-STATUS-DATE
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-RESV-STATUS-DATE
               END-STRING
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: UTILITIES OS SAVE RESERVATION RECORD
      *================================
       SAVE-RESERVATION-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del reserve.dat"
               CALL "SYSTEM" USING "rename tempresv.dat reserve.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempresv.dat reserve.dat"

           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: RATE MASTER MAINTENANCE
      *================================
       MANAGE-RATE-MASTER.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO UTIL-RT-CHOICE
           PERFORM UNTIL UTIL-RT-CHOICE = 3
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "    RATE MASTER MAINTENANCE"
           DISPLAY "=============================="
           DISPLAY "1 - LIST RENT RATES"
           DISPLAY "2 - ADD RENT RATE"
           DISPLAY "3 - BACK"

           DISPLAY "ENTER CHOICE (1 - 3): "
           ACCEPT UTIL-RT-CHOICE

           EVALUATE UTIL-RT-CHOICE
               WHEN 1
                   PERFORM LIST-RENT-RATES
               WHEN 2
                   PERFORM ADD-RENT-RATE
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: LIST RENT RATES
      *================================
       LIST-RENT-RATES.
           DISPLAY " "
           DISPLAY "RENT RATES (PER FLOOR, WITH EFFECTIVE DATE):"
           DISPLAY "----------------------------------------"
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "NO RATES ON FILE YET."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           DISPLAY "BLDG " RM-BUILDING
                                   " | FLOOR " RM-FLOOR
                                   " | RENT " RM-MONTHLY-RENT
                                   " | EFFECTIVE " RM-EFFECTIVE-DATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: ADD RENT RATE
      *================================
       ADD-RENT-RATE.
           PERFORM ENSURE-BUILDING-FILE
           PERFORM SHOW-BUILDING-LIST
           DISPLAY "BUILDING CODE (e.g., A): "
           MOVE SPACES TO WS-RT-NEW-BUILDING
           ACCEPT WS-RT-NEW-BUILDING
           INSPECT WS-RT-NEW-BUILDING
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-RT-NEW-BUILDING TO WS-ADD-BUILDING
           PERFORM VALIDATE-BUILDING-CODE
           PERFORM UNTIL WS-BL-FOUND = "Y"
               DISPLAY "UNKNOWN BUILDING. ENTER ONE OF THE CODES "
                       "LISTED ABOVE: "
               ACCEPT WS-RT-NEW-BUILDING
               INSPECT WS-RT-NEW-BUILDING
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-RT-NEW-BUILDING TO WS-ADD-BUILDING
               PERFORM VALIDATE-BUILDING-CODE
           END-PERFORM

           DISPLAY "FLOOR (01-99): "
           MOVE 0 TO WS-RT-NEW-FLOOR
           ACCEPT WS-RT-NEW-FLOOR
           PERFORM UNTIL WS-RT-NEW-FLOOR > 0
               DISPLAY "INVALID FLOOR. MUST BE GREATER THAN 0: "
               ACCEPT WS-RT-NEW-FLOOR
           END-PERFORM

           DISPLAY "MONTHLY RENT: "
           MOVE 0 TO WS-RT-NEW-AMOUNT
           ACCEPT WS-RT-NEW-AMOUNT
           PERFORM UNTIL WS-RT-NEW-AMOUNT > 0
               DISPLAY "INVALID AMOUNT. MUST BE GREATER THAN 0: "
               ACCEPT WS-RT-NEW-AMOUNT
           END-PERFORM

           DISPLAY "EFFECTIVE DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-RT-NEW-DATE
               ACCEPT WS-RT-NEW-DATE
               MOVE WS-RT-NEW-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           MOVE WS-RT-NEW-FLOOR    TO RM-FLOOR
           MOVE WS-RT-NEW-AMOUNT   TO RM-MONTHLY-RENT
           MOVE WS-RT-NEW-DATE     TO RM-EFFECTIVE-DATE
           MOVE WS-RT-NEW-BUILDING TO RM-BUILDING
           OPEN EXTEND RATE-FILE
           WRITE RATE-RECORD
           CLOSE RATE-FILE
           DISPLAY "RATE ADDED: BUILDING " RM-BUILDING
                   " FLOOR " RM-FLOOR " = "
                   RM-MONTHLY-RENT " EFFECTIVE " RM-EFFECTIVE-DATE
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: MONTH-START BILLING RUN
      *================================
       MONTH-START-BILLING-RUN.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "       MONTH-START BILLING RUN"
           DISPLAY "=========================================="
           DISPLAY "Posts the month's rent from the rate master "
                   "to every occupied room's balance, so charges "
                   "accrue whether or not anyone shows up to pay."
           DISPLAY " "

           *> The batch stream has already set both dates
           MOVE 0 TO WS-BILL-SKIP-COUNT
           IF WS-JOB-UNATTENDED = "Y"
               MOVE WS-BILL-DATE TO WS-CLOSEOUT-CHECK-DATE
               PERFORM CHECK-DATE-NOT-CLOSED
               IF WS-DATE-CLOSED-FLAG = "Y"
                   DISPLAY "ERROR: BILLING DATE " WS-BILL-DATE
                           " IS ALREADY RECONCILED (CLOSED)."
                   MOVE 8 TO WS-JOB-STEP-RC
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "BILLING DATE " WS-BILL-DATE
                       " DUE DATE " WS-BILL-DUE-DATE
           ELSE
               PERFORM BILLING-ASK-DATES
           END-IF

           *> Warn when this month already has a billing run on file
           MOVE WS-BILL-DATE(1:7) TO WS-BILL-MONTH
           PERFORM BILLING-CHECK-ALREADY
           IF WS-BILL-ALREADY = "Y"
               IF WS-JOB-UNATTENDED = "Y"
                   *> A resumed batch run bills only the rooms the
                   *> interrupted run did not reach
                   DISPLAY "BILLING FOR " WS-BILL-MONTH
                           " IS PARTLY ON FILE. ROOMS ALREADY "
                           "BILLED ARE SKIPPED."
               ELSE
                   DISPLAY "WARNING: A BILLING RUN FOR "
                           WS-BILL-MONTH
                           " IS ALREADY ON FILE. RUNNING AGAIN WILL "
                           "DOUBLE-CHARGE EVERY ROOM."
               END-IF
           END-IF

           IF WS-JOB-UNATTENDED = "Y"
               MOVE "Y" TO WS-BILL-CONFIRM
           ELSE
               DISPLAY "CONFIRM BILLING RUN (Y/N): "
               ACCEPT WS-BILL-CONFIRM
               INSPECT WS-BILL-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           IF WS-BILL-CONFIRM NOT = "Y"
               DISPLAY "BILLING RUN CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> The run posts to every room; keep the other terminal
           *> out until it finishes
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT

           *> Running promotions, so each room's discounts post
           *> beside its rent
           PERFORM DC-BILLING-LOAD

           MOVE 0 TO WS-BILL-COUNT
           OPEN I-O DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START

           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0
                           MOVE "N" TO WS-BILL-ROOM-DONE
                           IF WS-BILL-ALREADY = "Y" AND
                              WS-JOB-UNATTENDED = "Y"
                               PERFORM BILLING-ROOM-ALREADY
                           END-IF
                           IF WS-BILL-ROOM-DONE = "Y"
                               ADD 1 TO WS-BILL-SKIP-COUNT
                           ELSE
                               PERFORM BILLING-POST-ONE-DORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           *> Let parking, locker and storage slots bill under their
           *> own charge types
           PERFORM ANC-BILLING-RUN
           PERFORM DC-BILLING-SAVE

           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY " "
           DISPLAY "BILLING RUN COMPLETE. ROOMS BILLED: "
                   WS-BILL-COUNT
           IF WS-BILL-SKIP-COUNT > 0
               DISPLAY "ROOMS ALREADY BILLED THIS MONTH: "
                       WS-BILL-SKIP-COUNT
           END-IF

           *> The batch stream applies credits as a step of its own
           IF WS-JOB-UNATTENDED = "Y"
               EXIT PARAGRAPH
           END-IF

           *> Fresh rent settles from held credit before anyone is
           *> asked for new money
           DISPLAY "APPLY OPEN TENANT CREDITS TO THE POSTED RENT "
                   "(Y/N): "
           ACCEPT WS-CR-CONFIRM
           INSPECT WS-CR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CR-CONFIRM = "Y"
               PERFORM CREDIT-APPLY-ALL-RUN
           END-IF

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BILLING - ASK FOR BILLING AND DUE DATES
      *================================
       BILLING-ASK-DATES.
           DISPLAY "BILLING DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-BILL-DATE
               ACCEPT WS-BILL-DATE
               MOVE WS-BILL-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-BILL-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "DUE DATE FOR THE POSTED RENT (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-BILL-DUE-DATE
               ACCEPT WS-BILL-DUE-DATE
               MOVE WS-BILL-DUE-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BILLING - ANY RUN THIS MONTH ALREADY?
      *================================
       BILLING-CHECK-ALREADY.
           MOVE "N" TO WS-BILL-ALREADY

           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-TYPE = "BILLING" AND
                          PH-PAYMENT-DATE(1:7) = WS-BILL-MONTH
                           MOVE "Y" TO WS-BILL-ALREADY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BILLING - WAS THIS ROOM BILLED THIS MONTH?
      *================================
      *Sets WS-BILL-ROOM-DONE for the current DORM-RECORD.
       BILLING-ROOM-ALREADY.
           MOVE "N" TO WS-BILL-ROOM-DONE
           OPEN INPUT HISTORY-FILE
           MOVE "N" TO UTIL-EOF
           MOVE DI-ID TO PH-DORM-ID
           START HISTORY-FILE KEY >= PH-DORM-ID
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PH-DORM-ID = DI-ID
                           IF PH-PAYMENT-TYPE = "BILLING" AND
                              PH-PAYMENT-DATE(1:7) = WS-BILL-MONTH
                               MOVE "Y" TO WS-BILL-ROOM-DONE
                               MOVE "Y" TO UTIL-EOF
                           END-IF
                       ELSE
                           MOVE "Y" TO UTIL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BILLING - POST ONE OCCUPIED DORM
      *================================
       BILLING-POST-ONE-DORM.
           PERFORM BILLING-FIND-RATE

           IF WS-BILL-RATE-FOUND = "N"
               *> No rate on file for this floor: the room's own
               *> standing rent amount is the agreed fallback
               MOVE DI-RENT-AMOUNT TO WS-BILL-RATE
           END-IF

           IF WS-BILL-RATE = 0
               DISPLAY "SKIPPED " DI-ID " (NO RATE AND NO STANDING "
                       "RENT AMOUNT)"
               IF WS-JOB-UNATTENDED = "Y" AND WS-JOB-STEP-RC < 4
                   MOVE 4 TO WS-JOB-STEP-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE DI-RENT-BALANCE-DUE TO WS-DC-PRIOR-BAL
           PERFORM DC-BILLING-CALC-ROOM

           MOVE WS-BILL-RATE TO DI-RENT-AMOUNT
           ADD WS-BILL-RATE TO DI-RENT-BALANCE-DUE
           SUBTRACT WS-DC-ROOM-TOTAL FROM DI-RENT-BALANCE-DUE
           MOVE WS-BILL-DUE-DATE TO DI-RENT-DUE

           REWRITE DORM-RECORD
               INVALID KEY
                   DISPLAY "ERROR: COULD NOT BILL ROOM " DI-ID
                   IF WS-JOB-UNATTENDED = "Y"
                       MOVE 8 TO WS-JOB-STEP-RC
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-BILL-COUNT
                   MOVE DI-ID TO WS-DORM-ID
                   MOVE "BILLING" TO WS-PAYMENT-TYPE
                   MOVE WS-BILL-RATE TO WS-AMOUNT-DUE
                   MOVE 0 TO WS-AMOUNT-PAID
                   MOVE WS-BILL-DATE TO WS-PAYMENT-DATE-LOG
                   MOVE WS-BILL-DUE-DATE TO WS-DUE-DATE-LOG
                   MOVE "MONTH-START BILLING RUN"
                       TO WS-PAYMENT-NOTES
                   MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                   MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
                   MOVE SPACES TO WS-PAYMENT-REF-LOG
                   PERFORM LOG-PAYMENT-HISTORY
                   DISPLAY "BILLED " DI-ID " RENT " WS-BILL-RATE
                   *> The full rent stands; promotions come off it
                   *> as their own lines
                   PERFORM DC-BILLING-POST-ROOM
           END-REWRITE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BILLING - RATE FOR THIS DORM'S FLOOR
      *================================
       BILLING-FIND-RATE.
           MOVE "N" TO WS-BILL-RATE-FOUND
           MOVE 0 TO WS-BILL-RATE
           MOVE SPACES TO WS-BILL-BEST-DATE

           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ RATE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       *> Rates (and rooms) written before the
                       *> building master existed carry a blank
                       *> building code, which reads as building A
                       IF RM-FLOOR = DI-FLOOR AND
                          (RM-BUILDING = DI-BUILDING OR
                           (RM-BUILDING = SPACES AND
                            DI-BUILDING = "A") OR
                           (RM-BUILDING = "A" AND
                            DI-BUILDING = SPACES)) AND
                          RM-EFFECTIVE-DATE <= WS-BILL-DATE AND
                          RM-EFFECTIVE-DATE > WS-BILL-BEST-DATE
                           MOVE "Y" TO WS-BILL-RATE-FOUND
                           MOVE RM-MONTHLY-RENT TO WS-BILL-RATE
                           MOVE RM-EFFECTIVE-DATE
                               TO WS-BILL-BEST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: END-OF-MONTH DUE DATE ROLLOVER
      *================================
       MONTH-END-DUE-DATE-ROLLOVER.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "   END-OF-MONTH DUE DATE ROLLOVER"
           DISPLAY "=========================================="
           DISPLAY "This advances the rent, electricity, and "
                   "water due dates by one month for every "
                   "occupied room."
           DISPLAY " "
           IF WS-JOB-UNATTENDED = "Y"
               MOVE "Y" TO WS-ROLLOVER-CONFIRM
           ELSE
               DISPLAY "CONFIRM ROLLOVER FOR ALL OCCUPIED ROOMS "
                       "(Y/N): "
               ACCEPT WS-ROLLOVER-CONFIRM
               INSPECT WS-ROLLOVER-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           IF WS-ROLLOVER-CONFIRM = "Y"
               MOVE 0 TO WS-ROLLOVER-COUNT
               MOVE 0 TO WS-ROLLOVER-SKIPPED

               *> A due date already in a later month than the run
               *> has been rolled, so a restart or a catch-up rerun
               *> does not advance it a second time
               IF WS-JOB-UNATTENDED = "Y"
                   MOVE WS-JOB-RUN-DATE(1:7) TO WS-ROLLOVER-RUN-MONTH
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-ROLLOVER-RUN-MONTH
                   STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                          INTO WS-ROLLOVER-RUN-MONTH
                   END-STRING
               END-IF

               OPEN I-O DORM-FILE
               MOVE LOW-VALUES TO DI-ID
               START DORM-FILE KEY >= DI-ID
                   INVALID KEY
                       DISPLAY "NO DORMS IN SYSTEM"
               END-START

               PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
                   READ DORM-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DI-OCCUPANT-COUNT > 0
                               MOVE "N" TO WS-ROLLOVER-CHANGED
                               MOVE DI-RENT-DUE TO
                                    WS-ROLLOVER-DATE-IN
                               PERFORM ROLLOVER-ONE-DUE-DATE
                               MOVE WS-ROLLOVER-DATE-OUT TO
                                    DI-RENT-DUE

                               MOVE DI-ELECTRICITY-DUE TO
                                    WS-ROLLOVER-DATE-IN
                               PERFORM ROLLOVER-ONE-DUE-DATE
                               MOVE WS-ROLLOVER-DATE-OUT TO
                                    DI-ELECTRICITY-DUE

                               MOVE DI-WATER-DUE TO
                                    WS-ROLLOVER-DATE-IN
                               PERFORM ROLLOVER-ONE-DUE-DATE
                               MOVE WS-ROLLOVER-DATE-OUT TO
                                    DI-WATER-DUE

                               IF WS-ROLLOVER-CHANGED = "N"
                                   ADD 1 TO WS-ROLLOVER-SKIPPED
                               ELSE
                                 REWRITE DORM-RECORD
                                   INVALID KEY
                                     DISPLAY "ERROR: COULD NOT "
                                         "ROLL OVER ROOM " DI-ID
                                     IF WS-JOB-UNATTENDED = "Y"
                                         MOVE 8 TO WS-JOB-STEP-RC
                                     END-IF
                                   NOT INVALID KEY
                                     ADD 1 TO WS-ROLLOVER-COUNT
                                 END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DORM-FILE

               DISPLAY " "
               DISPLAY "ROLLOVER COMPLETE. ROOMS UPDATED: "
                       WS-ROLLOVER-COUNT
               IF WS-ROLLOVER-SKIPPED > 0
                   DISPLAY "ROOMS ALREADY ROLLED PAST "
                           WS-ROLLOVER-RUN-MONTH " (LEFT AS THEY "
                           "ARE): " WS-ROLLOVER-SKIPPED
               END-IF
           ELSE
               DISPLAY "ROLLOVER CANCELLED."
           END-IF

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: ROLL ONE DUE DATE FOR THE MONTH-END ROLLOVER
      *================================
      *Advances WS-ROLLOVER-DATE-IN unless it already falls after
      *WS-ROLLOVER-RUN-MONTH; WS-ROLLOVER-CHANGED goes to "Y" when
      *a date moved.
       ROLLOVER-ONE-DUE-DATE.
           IF WS-ROLLOVER-DATE-IN = SPACES OR
              WS-ROLLOVER-DATE-IN(1:7) > WS-ROLLOVER-RUN-MONTH
               MOVE WS-ROLLOVER-DATE-IN TO WS-ROLLOVER-DATE-OUT
               EXIT PARAGRAPH
           END-IF
           PERFORM ADVANCE-DATE-ONE-MONTH
           MOVE "Y" TO WS-ROLLOVER-CHANGED
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: ADVANCE A YYYY-MM-DD DATE BY ONE MONTH
      *================================
       ADVANCE-DATE-ONE-MONTH.
           MOVE WS-ROLLOVER-DATE-IN TO WS-ROLLOVER-DATE-OUT

           IF WS-ROLLOVER-DATE-IN NOT = SPACES
               MOVE WS-ROLLOVER-DATE-IN(1:4) TO WS-ROLLOVER-YEAR
               MOVE WS-ROLLOVER-DATE-IN(6:2) TO WS-ROLLOVER-MONTH
               MOVE WS-ROLLOVER-DATE-IN(9:2) TO WS-ROLLOVER-DAY

               ADD 1 TO WS-ROLLOVER-MONTH
               IF WS-ROLLOVER-MONTH > 12
                   MOVE 1 TO WS-ROLLOVER-MONTH
                   ADD 1 TO WS-ROLLOVER-YEAR
               END-IF

               *> Clamp the day to the target month's last valid
               *> day (e.g. 2026-01-31 -> 2026-02-28, not the
               *> invalid 2026-02-31) so CALC-OVERDUE-DAYS never
               *> feeds FUNCTION INTEGER-OF-DATE a nonexistent date.
               EVALUATE WS-ROLLOVER-MONTH
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-ROLLOVER-DAYS-IN-MONTH
                   WHEN 2
                       IF FUNCTION MOD(WS-ROLLOVER-YEAR, 400) = 0
                          OR (FUNCTION MOD(WS-ROLLOVER-YEAR, 4) = 0
                          AND FUNCTION MOD(WS-ROLLOVER-YEAR, 100)
                              NOT = 0)
                           MOVE 29 TO WS-ROLLOVER-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO WS-ROLLOVER-DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-ROLLOVER-DAYS-IN-MONTH
               END-EVALUATE

               IF WS-ROLLOVER-DAY > WS-ROLLOVER-DAYS-IN-MONTH
                   MOVE WS-ROLLOVER-DAYS-IN-MONTH TO WS-ROLLOVER-DAY
               END-IF

               MOVE SPACES TO WS-ROLLOVER-DATE-OUT
               STRING WS-ROLLOVER-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-ROLLOVER-MONTH DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-ROLLOVER-DAY DELIMITED BY SIZE
                      INTO WS-ROLLOVER-DATE-OUT
               END-STRING
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: CALCULATE OVERDUE DAYS
      *================================
       CALC-OVERDUE-DAYS.
           MOVE "N" TO WS-OVERDUE-FLAG
           MOVE 0 TO WS-DAYS-OVERDUE

           IF WS-CHECK-DUE-DATE NOT = SPACES
               MOVE WS-CHECK-DUE-DATE(1:4) TO WS-DUE-YYYYMMDD(1:4)
               MOVE WS-CHECK-DUE-DATE(6:2) TO WS-DUE-YYYYMMDD(5:2)
               MOVE WS-CHECK-DUE-DATE(9:2) TO WS-DUE-YYYYMMDD(7:2)

               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) -
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)

               IF WS-DAYS-OVERDUE > 0
                   MOVE "Y" TO WS-OVERDUE-FLAG
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: VALIDATE DATE FORMAT (YYYY-MM-DD)
      *================================
       VALIDATE-DATE-FORMAT.
           MOVE "N" TO WS-DATE-VALID-FLAG

           IF WS-VALIDATE-DATE-IN(5:1) = "-" AND
              WS-VALIDATE-DATE-IN(8:1) = "-" AND
              WS-VALIDATE-DATE-IN(1:4) IS NUMERIC AND
              WS-VALIDATE-DATE-IN(6:2) IS NUMERIC AND
              WS-VALIDATE-DATE-IN(9:2) IS NUMERIC

               MOVE WS-VALIDATE-DATE-IN(1:4) TO WS-VALIDATE-YEAR
               MOVE WS-VALIDATE-DATE-IN(6:2) TO WS-VALIDATE-MONTH
               MOVE WS-VALIDATE-DATE-IN(9:2) TO WS-VALIDATE-DAY

               IF WS-VALIDATE-MONTH >= 1 AND WS-VALIDATE-MONTH <= 12
                   AND WS-VALIDATE-DAY >= 1 AND WS-VALIDATE-DAY <= 31
                   MOVE "Y" TO WS-DATE-VALID-FLAG
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: AGING - CHECK TABLE-DRIVEN CHARGES FOR ONE DORM
      *================================
       AGING-CHECK-OTHER-CHARGES.
           OPEN INPUT CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE DI-ID TO CB-DORM-ID
           MOVE LOW-VALUES TO CB-TYPE-CODE
           MOVE "N" TO UTIL-EOF
           START CHARGE-BALANCE-FILE KEY >= CB-KEY
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CHARGE-BALANCE-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF CB-DORM-ID = DI-ID
                           IF CB-BALANCE-DUE > 0
                               MOVE CB-DUE-DATE TO WS-CHECK-DUE-DATE
                               PERFORM CALC-OVERDUE-DAYS
                               IF WS-OVERDUE-FLAG = "Y"
                                   DISPLAY "ID: " DI-ID " | "
                                           CB-TYPE-CODE " OVERDUE "
                                           WS-DAYS-OVERDUE " DAYS"
                                   PERFORM BUCKET-OTHER-OVERDUE
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO UTIL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-BALANCE-FILE
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BUCKET OTHER CHARGES OVERDUE
      *================================
       BUCKET-OTHER-OVERDUE.
           IF WS-DAYS-OVERDUE <= 30
               ADD 1 TO WS-OTHER-0-30
           ELSE
               IF WS-DAYS-OVERDUE <= 60
                   ADD 1 TO WS-OTHER-31-60
               ELSE
                   ADD 1 TO WS-OTHER-60-PLUS
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BUCKET RENT OVERDUE
      *================================
       BUCKET-RENT-OVERDUE.
           IF WS-DAYS-OVERDUE <= 30
               ADD 1 TO WS-RENT-0-30
           ELSE
               IF WS-DAYS-OVERDUE <= 60
                   ADD 1 TO WS-RENT-31-60
               ELSE
                   ADD 1 TO WS-RENT-60-PLUS
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BUCKET ELECTRICITY OVERDUE
      *================================
       BUCKET-ELEC-OVERDUE.
           IF WS-DAYS-OVERDUE <= 30
               ADD 1 TO WS-ELEC-0-30
           ELSE
               IF WS-DAYS-OVERDUE <= 60
                   ADD 1 TO WS-ELEC-31-60
               ELSE
                   ADD 1 TO WS-ELEC-60-PLUS
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *================================
      *FUNCTION: BUCKET WATER OVERDUE
      *================================
       BUCKET-WATER-OVERDUE.
           IF WS-DAYS-OVERDUE <= 30
               ADD 1 TO WS-WATER-0-30
           ELSE
               IF WS-DAYS-OVERDUE <= 60
                   ADD 1 TO WS-WATER-31-60
               ELSE
                   ADD 1 TO WS-WATER-60-PLUS
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EDIT DORMS
      *============================
       EDIT-DORM.
           DISPLAY "YOU CHOSE TO EDIT DORM"
       
           MOVE "Y" TO UTIL-EDIT-AGAIN
       
           PERFORM UNTIL UTIL-EDIT-AGAIN = "N"
               PERFORM SHOW-DORM-ID
       
               DISPLAY "Enter Dorm ID to edit (e.g., F01-R001): "
               ACCEPT UTIL-SEARCH-DORM-ID

               MOVE 0 TO WS-AJP-COUNT
               OPEN I-O DORM-FILE
       
               *> Try to read the dorm record
               MOVE UTIL-SEARCH-DORM-ID TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                   DISPLAY "ERROR: DORM " UTIL-SEARCH-DORM-ID
                           " NOT FOUND."
                   MOVE "N" TO UTIL-EDIT-FOUND
                   NOT INVALID KEY
                   MOVE "Y" TO UTIL-EDIT-FOUND
                   DISPLAY "Editing dorm: " DI-ID
                   DISPLAY "Current Floor: " DI-FLOOR
                   DISPLAY "Current Room: " DI-ROOM-NUM
                   DISPLAY "Current Rent: " DI-RENT-AMOUNT
                   DISPLAY "Current Status: " DI-STATUS
                   DISPLAY "Current Occupants: " DI-OCCUPANT-COUNT
                           "/" DI-CAPACITY
                   DISPLAY " "
       
                   
                   *> Accept through the same numeric UTIL-FLOOR-N
                   *> field ADD-DORM uses, so a bad floor can never
                   *> reach DI-FLOOR and later be used as an
                   *> out-of-range subscript in the billing summary's
                   *> WS-FLOOR-SUMMARY-TABLE (OCCURS 99).
                   DISPLAY "Edit Floor (01-99, enter 0 to keep "
                           "unchanged): "
                   MOVE 0 TO UTIL-FLOOR-N
                   ACCEPT UTIL-FLOOR-N
                   IF UTIL-FLOOR-N NOT = 0
                       MOVE "FLOOR" TO WS-AJ-FIELD
                       MOVE DI-FLOOR TO WS-AJ-OLD-VALUE
                       MOVE UTIL-FLOOR-N TO DI-FLOOR
                       MOVE DI-FLOOR TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Room Number "
                           "(keep empty to unchanged): "
                   ACCEPT TEMP-ROOM-NUM
                   IF TEMP-ROOM-NUM NOT = SPACES
                       MOVE "ROOM NUMBER" TO WS-AJ-FIELD
                       MOVE DI-ROOM-NUM TO WS-AJ-OLD-VALUE
                       MOVE TEMP-ROOM-NUM TO DI-ROOM-NUM
                       MOVE DI-ROOM-NUM TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Rent Amount "
                           "(enter 0 to keep unchanged): "
                   MOVE 0 TO TEMP-RENT-AMOUNT
                   ACCEPT TEMP-RENT-AMOUNT
                   IF TEMP-RENT-AMOUNT NOT = 0
                       MOVE "RENT AMOUNT" TO WS-AJ-FIELD
                       MOVE DI-RENT-AMOUNT TO WS-AJ-OLD-VALUE
                       MOVE TEMP-RENT-AMOUNT TO DI-RENT-AMOUNT
                       MOVE DI-RENT-AMOUNT TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Rent Due Date (YYYY-MM-DD, "
                           "keep empty to unchanged): "
                   MOVE SPACES TO TEMP-RENT-DUE
                   ACCEPT TEMP-RENT-DUE
                   IF TEMP-RENT-DUE NOT = SPACES
                       MOVE TEMP-RENT-DUE TO WS-VALIDATE-DATE-IN
                       PERFORM VALIDATE-DATE-FORMAT
                       PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                           DISPLAY "INVALID DATE. USE FORMAT "
                                   "YYYY-MM-DD: "
                           ACCEPT TEMP-RENT-DUE
                           MOVE TEMP-RENT-DUE TO WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                       END-PERFORM
                       MOVE "RENT DUE DATE" TO WS-AJ-FIELD
                       MOVE DI-RENT-DUE TO WS-AJ-OLD-VALUE
                       MOVE TEMP-RENT-DUE TO DI-RENT-DUE
                       MOVE DI-RENT-DUE TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Last Rent Paid "
                           "(keep empty to unchanged): "
                   ACCEPT TEMP-RENT-LAST-PAID
                   IF TEMP-RENT-LAST-PAID NOT = SPACES
                       MOVE "RENT LAST PAID" TO WS-AJ-FIELD
                       MOVE DI-RENT-LAST-PAID TO WS-AJ-OLD-VALUE
                       MOVE TEMP-RENT-LAST-PAID
                            TO DI-RENT-LAST-PAID
                       MOVE DI-RENT-LAST-PAID TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Electricity Amount "
                           "(enter 0 to keep unchanged): "
                   MOVE 0 TO TEMP-ELECTRICITY-AMT
                   ACCEPT TEMP-ELECTRICITY-AMT
                   IF TEMP-ELECTRICITY-AMT NOT = 0
                       MOVE "ELECTRICITY AMT" TO WS-AJ-FIELD
                       MOVE DI-ELECTRICITY-AMT TO WS-AJ-OLD-VALUE
                       MOVE TEMP-ELECTRICITY-AMT
                            TO DI-ELECTRICITY-AMT
                       MOVE DI-ELECTRICITY-AMT TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Electricity Due (YYYY-MM-DD, "
                           "keep empty to unchanged): "
                   MOVE SPACES TO TEMP-ELECTRICITY-DUE
                   ACCEPT TEMP-ELECTRICITY-DUE
                   IF TEMP-ELECTRICITY-DUE NOT = SPACES
                       MOVE TEMP-ELECTRICITY-DUE
                            TO WS-VALIDATE-DATE-IN
                       PERFORM VALIDATE-DATE-FORMAT
                       PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                           DISPLAY "INVALID DATE. USE FORMAT "
                                   "YYYY-MM-DD: "
                           ACCEPT TEMP-ELECTRICITY-DUE
                           MOVE TEMP-ELECTRICITY-DUE
                                TO WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                       END-PERFORM
                       MOVE "ELECTRICITY DUE" TO WS-AJ-FIELD
                       MOVE DI-ELECTRICITY-DUE TO WS-AJ-OLD-VALUE
                       MOVE TEMP-ELECTRICITY-DUE
                            TO DI-ELECTRICITY-DUE
                       MOVE DI-ELECTRICITY-DUE TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Last Electricity Paid "
                           "(keep empty to unchanged): "
                   ACCEPT TEMP-ELECTRICITY-LAST
                   IF TEMP-ELECTRICITY-LAST NOT = SPACES
                       MOVE "ELECTRICITY LAST" TO WS-AJ-FIELD
                       MOVE DI-ELECTRICITY-LAST TO WS-AJ-OLD-VALUE
                       MOVE TEMP-ELECTRICITY-LAST
                            TO DI-ELECTRICITY-LAST
                       MOVE DI-ELECTRICITY-LAST TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit WATER Amount "
                           "(enter 0 to keep unchanged): "
                   MOVE 0 TO TEMP-WATER-AMT
                   ACCEPT TEMP-WATER-AMT
                   IF TEMP-WATER-AMT NOT = 0
                       MOVE "WATER AMT" TO WS-AJ-FIELD
                       MOVE DI-WATER-AMT TO WS-AJ-OLD-VALUE
                       MOVE TEMP-WATER-AMT TO DI-WATER-AMT
                       MOVE DI-WATER-AMT TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit WATER Due (YYYY-MM-DD, "
                           "keep empty to unchanged): "
                   MOVE SPACES TO TEMP-WATER-DUE
                   ACCEPT TEMP-WATER-DUE
                   IF TEMP-WATER-DUE NOT = SPACES
                       MOVE TEMP-WATER-DUE TO WS-VALIDATE-DATE-IN
                       PERFORM VALIDATE-DATE-FORMAT
                       PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                           DISPLAY "INVALID DATE. USE FORMAT "
                                   "YYYY-MM-DD: "
                           ACCEPT TEMP-WATER-DUE
                           MOVE TEMP-WATER-DUE TO WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                       END-PERFORM
                       MOVE "WATER DUE" TO WS-AJ-FIELD
                       MOVE DI-WATER-DUE TO WS-AJ-OLD-VALUE
                       MOVE TEMP-WATER-DUE TO DI-WATER-DUE
                       MOVE DI-WATER-DUE TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Last WATER Paid "
                           "(keep empty to unchanged): "
                   ACCEPT TEMP-WATER-LAST-PAID
                   IF TEMP-WATER-LAST-PAID NOT = SPACES
                       MOVE "WATER LAST PAID" TO WS-AJ-FIELD
                       MOVE DI-WATER-LAST-PAID TO WS-AJ-OLD-VALUE
                       MOVE TEMP-WATER-LAST-PAID
                            TO DI-WATER-LAST-PAID
                       MOVE DI-WATER-LAST-PAID TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF
       
                   
                   DISPLAY "Edit Capacity "
                           "(enter 0 to keep unchanged): "
                   MOVE 0 TO TEMP-CAPACITY
                   ACCEPT TEMP-CAPACITY
                   IF TEMP-CAPACITY NOT = 0
                       IF TEMP-CAPACITY < DI-OCCUPANT-COUNT
                           DISPLAY "ERROR: CAPACITY CANNOT BE LESS "
                                   "THAN CURRENT OCCUPANT COUNT. "
                                   "KEEPING CURRENT VALUE."
                       ELSE
                           MOVE "CAPACITY" TO WS-AJ-FIELD
                           MOVE DI-CAPACITY TO WS-AJ-OLD-VALUE
                           MOVE TEMP-CAPACITY TO DI-CAPACITY
                           MOVE DI-CAPACITY TO WS-AJ-NEW-VALUE
                           PERFORM LOG-DORM-EDIT-ENTRY
                       END-IF
                   END-IF

                   *> Status is derived from occupancy/capacity only,
                   *> same invariant enforced in ADD-TENANT,
                   *> FREE-DORM-ROOM, PULL-FROM-WAITLIST and
                   *> MIGRATE-LEGACY-STUDENTS. Recompute here so a
                   *> capacity edit cannot leave a stale status.
                   *> A room taken out of service stays that way
                   *> until its work order is closed.
                   MOVE DI-STATUS TO WS-AJ-OLD-VALUE
                   IF DI-STATUS NOT = "OUT-OF-SVC"
                       IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                           MOVE "OCCUPIED" TO DI-STATUS
                       ELSE
                           MOVE "UNOCCUPIED" TO DI-STATUS
                       END-IF
                   END-IF
                   IF DI-STATUS NOT = WS-AJ-OLD-VALUE(1:10)
                       MOVE "STATUS" TO WS-AJ-FIELD
                       MOVE DI-STATUS TO WS-AJ-NEW-VALUE
                       PERFORM LOG-DORM-EDIT-ENTRY
                   END-IF

                   
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Could not update dorm."
                           *> Nothing changed on file, so the held
                           *> journal rows are discarded
                           MOVE 0 TO WS-AJP-COUNT
                       NOT INVALID KEY
                           MOVE "DORM" TO WS-AJ-RECORD-TYPE
                           MOVE DI-ID TO WS-AJ-KEY
                           PERFORM FLUSH-EDIT-JOURNAL
                           DISPLAY "Dorm record updated successfully!"
                   END-REWRITE
               END-READ
       
               CLOSE DORM-FILE
       
               IF UTIL-EDIT-FOUND = "N"
                   DISPLAY "Dorm not found."
               END-IF
       
               DISPLAY "Edit another dorm? (Y/N): "
               ACCEPT UTIL-EDIT-AGAIN
               PERFORM CONVERT-FLAG-EDIT
       
           END-PERFORM
       
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DELETE DORMS 
      *============================
       DELETE-DORM.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "YOU CHOSE TO DELETE DORM"
       
           MOVE "Y" TO UTIL-DELETE-AGAIN
       
           PERFORM UNTIL UTIL-DELETE-AGAIN = "N"
               PERFORM SHOW-DORM-ID
       
               DISPLAY "Enter Dorm ID to delete (e.g., F01-R001): "
               ACCEPT UTIL-SEARCH-DORM-ID
       
               OPEN I-O DORM-FILE
       
               
               MOVE UTIL-SEARCH-DORM-ID TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "ERROR: DORM " UTIL-SEARCH-DORM-ID
                               " NOT FOUND."
                       MOVE "N" TO UTIL-DELETE-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO UTIL-DELETE-FOUND
                       
                       
                       DISPLAY "Found Dorm:"
                       DISPLAY "  ID: " DI-ID
                       DISPLAY "  Floor: " DI-FLOOR
                       DISPLAY "  Room: " DI-ROOM-NUM
                       DISPLAY "  Rent: " DI-RENT-AMOUNT
                       DISPLAY "  Status: " DI-STATUS
                       DISPLAY "  Occupants: " DI-OCCUPANT-COUNT
                               "/" DI-CAPACITY
                       DISPLAY " "


                       IF DI-OCCUPANT-COUNT > 0
                           DISPLAY "WARNING: This room is currently "
                                   "OCCUPIED!"
                           DISPLAY "Are you sure you want to delete? "
                                   "(Y/N): "
                           ACCEPT UTIL-CONFIRM-DELETE
                           PERFORM CONVERT-FLAG-DELETE
                       ELSE
                           DISPLAY "Confirm deletion (Y/N): "
                           ACCEPT UTIL-CONFIRM-DELETE
                           PERFORM CONVERT-FLAG-DELETE
                       END-IF
       
                       
                       IF UTIL-CONFIRM-DELETE = "Y"
                           DELETE DORM-FILE
                               INVALID KEY
                                   DISPLAY "ERROR: Could not delete "
                                           "dorm."
                               NOT INVALID KEY
                                   DISPLAY "Dorm " UTIL-SEARCH-DORM-ID
                                           " deleted successfully!"
                                   MOVE "DORM" TO WS-AJ-RECORD-TYPE
                                   MOVE UTIL-SEARCH-DORM-ID
                                       TO WS-AJ-KEY
                                   MOVE "DELETE" TO WS-AJ-ACTION
                                   MOVE "RECORD" TO WS-AJ-FIELD
                                   MOVE SPACES TO WS-AJ-OLD-VALUE
                                   MOVE "DELETED" TO WS-AJ-NEW-VALUE
                                   PERFORM LOG-AUDIT-JOURNAL
                           END-DELETE
                       ELSE
                           DISPLAY "Deletion cancelled."
                       END-IF
               END-READ
       
               CLOSE DORM-FILE
       
               IF UTIL-DELETE-FOUND = "N"
                   DISPLAY "Dorm not found."
               END-IF
       
               DISPLAY "Delete another dorm? (Y/N): "
               ACCEPT UTIL-DELETE-AGAIN
               PERFORM CONVERT-FLAG-DELETE-AGAIN
       
           END-PERFORM
       
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TENANT MANAGEMENT
      *============================
       TENANT-MANAGEMENT.
           PERFORM UNTIL UTIL-SM-CHOICE = 14
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "    STUDNENT MANAGEMENT    "
           DISPLAY "==========================="
           DISPLAY "1 - ADD TENANT"
           DISPLAY "2 - VIEW TENANTS"
           DISPLAY "3 - EDIT TENANT INFO"
           DISPLAY "4 - DELETE TENANTS"
           DISPLAY "5 - CHECK OUT TENANT"
           DISPLAY "6 - VIEW DEPOSIT LEDGER"
           DISPLAY "7 - PRINT STATEMENT OF ACCOUNT"
           DISPLAY "8 - TRANSFER TENANT TO ANOTHER ROOM"
           DISPLAY "9 - GUARANTOR RECORDS"
           DISPLAY "10 - INCIDENT / VIOLATION LOG"
           DISPLAY "11 - KEY AND CARD REGISTER"
           DISPLAY "12 - VISITOR / GUEST LOG"
           DISPLAY "13 - TENANT PROFILES / ID DOCUMENTS"
           DISPLAY "14 - EXIT"

           DISPLAY "ENTER CHOICE (1 - 14): "
           ACCEPT UTIL-SM-CHOICE

           EVALUATE UTIL-SM-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM ADD-TENANT

               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-TENANTS

               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM EDIT-TENANTS

               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM DELETE-TENANTS

               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM CHECKOUT-TENANT

               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-DEPOSIT-LEDGER

               WHEN 7
                   PERFORM CLEAR-SCREEN
                   PERFORM TENANT-STATEMENT

               WHEN 8
                   PERFORM CLEAR-SCREEN
                   PERFORM TRANSFER-TENANT

               WHEN 9
                   PERFORM CLEAR-SCREEN
                   PERFORM GUARANTOR-MENU

               WHEN 10
                   MOVE 0 TO UTIL-IC-CHOICE
                   PERFORM INCIDENT-MENU

               WHEN 11
                   MOVE 0 TO UTIL-KR-CHOICE
                   PERFORM KEY-REGISTER-MENU

               WHEN 12
                   MOVE 0 TO UTIL-GV-CHOICE
                   PERFORM GUEST-LOG-MENU

               WHEN 13
                   MOVE 0 TO UTIL-TP-CHOICE
                   PERFORM TENANT-PROFILE-MENU

               WHEN 14
                   DISPLAY "EXITING TENANT MANAGEMENT..."
                   PERFORM EXIT-PROMT

               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      

      *=====================
      *FUNCTION: ADD-TENANT
      *=====================
       ADD-TENANT.
           DISPLAY "YOU CHOSE TO ADD TENANT"
           DISPLAY "ADD TENANT? (Y/N): "
           ACCEPT WS-ADD-FLAG
           PERFORM CONVERT-FLAG
       
           IF WS-ADD-FLAG = "Y"
               PERFORM FIND-MAX-TENANT-ID

               *> Open files once
               OPEN I-O TENANT-FILE *> Indexed
               IF WS-TENANT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TENANT-FILE
               END-IF
               OPEN I-O DORM-FILE   *> Indexed
       
               PERFORM UNTIL WS-ADD-FLAG = "N"
       
                   DISPLAY "==============="
                   DISPLAY "ADD TENANT"
                   DISPLAY "==============="
       
                   
                   DISPLAY " "
                   DISPLAY "AVAILABLE ROOMS:"
                   DISPLAY "----------------"
                   MOVE LOW-VALUES TO DI-ID
                   MOVE 0 TO WS-AVAILABLE-ROOM-COUNT
                   START DORM-FILE KEY >= DI-ID
                       INVALID KEY
                           DISPLAY "NO ROOMS IN SYSTEM"
                   END-START
       
                   PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
                       READ DORM-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF DI-STATUS = "UNOCCUPIED"
                                   DISPLAY "ROOM: " DI-ID
                                           " | FLOOR: " DI-FLOOR
                                           " | RENT: " DI-RENT-AMOUNT
                                           " | OCCUPANTS: "
                                           DI-OCCUPANT-COUNT
                                           "/" DI-CAPACITY
                                   ADD 1 TO WS-AVAILABLE-ROOM-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   DISPLAY "----------------"
                   DISPLAY " "
       
                   *> Check if there are available rooms
                   IF WS-AVAILABLE-ROOM-COUNT = 0
                       DISPLAY "NO AVAILABLE ROOMS. "
                               "CANNOT ADD TENANT."
                       DISPLAY "ADD PROSPECT TO WAITLIST INSTEAD? "
                               "(Y/N): "
                       ACCEPT WS-ADD-WAITLIST-FLAG
                       INSPECT WS-ADD-WAITLIST-FLAG
                           CONVERTING 'y' TO 'Y'
                       IF WS-ADD-WAITLIST-FLAG = "Y"
                           PERFORM ADD-TO-WAITLIST
                       END-IF
                       MOVE "N" TO WS-ADD-FLAG
                   ELSE
                       
                       *> Get TENANT information
                       DISPLAY "Name: " WITH NO ADVANCING
                       ACCEPT WS-NAME
                       DISPLAY "Age: " WITH NO ADVANCING
                       ACCEPT WS-AGE
                       PERFORM UNTIL WS-AGE >= 1 AND WS-AGE <= 120
                           DISPLAY "INVALID AGE. ENTER 1-120: "
                                   WITH NO ADVANCING
                           ACCEPT WS-AGE
                       END-PERFORM
                       DISPLAY "Gender: " WITH NO ADVANCING
                       ACCEPT WS-GENDER
                       DISPLAY "Contact Number: " WITH NO ADVANCING
                       ACCEPT WS-CONTACT-NUM

                       *> Every tenancy is signed with a guarantor;
                       *> the record is saved once the tenant id
                       *> has been assigned below
                       PERFORM CAPTURE-GUARANTOR
                       PERFORM CAPTURE-TENANT-PROFILE

                       *> Room assignment with validation
                       MOVE "N" TO WS-VALID-ROOM-FLAG
                       MOVE "N" TO WS-CANCEL-FLAG
                       PERFORM UNTIL WS-VALID-ROOM-FLAG = "Y"
                           DISPLAY "Assign Room (type EXIT to cancel): " 
                                   WITH NO ADVANCING
                           ACCEPT WS-ASSIGNED-D-ID
                           
                           
                           INSPECT WS-ASSIGNED-D-ID 
                               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           
                           
                           IF WS-ASSIGNED-D-ID = "EXIT"
                               DISPLAY "TENANT ADDITION CANCELLED."
                               MOVE "Y" TO WS-VALID-ROOM-FLAG
                               MOVE "Y" TO WS-CANCEL-FLAG
                           ELSE
                               
                               MOVE WS-ASSIGNED-D-ID TO DI-ID
                               READ DORM-FILE
                               INVALID KEY
                                   DISPLAY "ERROR: ROOM " 
                                           WS-ASSIGNED-D-ID
                                           " DOES NOT EXIST. "
                                           "TRY AGAIN."
                               NOT INVALID KEY
                                   IF DI-STATUS = "OCCUPIED" OR
                                      DI-STATUS = "OUT-OF-SVC"
                                     IF DI-STATUS = "OUT-OF-SVC"
                                       DISPLAY "ERROR: ROOM "
                                               WS-ASSIGNED-D-ID
                                               " IS OUT OF SERVICE "
                                               "PENDING REPAIRS. "
                                               "TRY AGAIN."
                                     ELSE
                                       DISPLAY "ERROR: ROOM "
                                               WS-ASSIGNED-D-ID
                                               " IS ALREADY "
                                               "OCCUPIED. TRY AGAIN."
                                     END-IF
                                   ELSE
                                       *> A held reservation keeps
                                       *> the room off limits for
                                       *> walk-ins
                                       MOVE DI-ID
                                           TO WS-RESV-CHECK-DORM
                                       PERFORM CHECK-ROOM-RESERVED
                                       IF WS-ROOM-RESERVED = "Y"
                                           DISPLAY "ERROR: ROOM "
                                               WS-ASSIGNED-D-ID
                                               " IS RESERVED FROM "
                                               WS-RESV-START
                                               " FOR " FUNCTION
                                               TRIM(WS-RESV-NAME)
                                               ". USE ROOM "
                                               "RESERVATIONS TO "
                                               "CONVERT OR CANCEL."
                                       ELSE
                                           MOVE "Y" TO
                                                WS-VALID-ROOM-FLAG
                                           MOVE DI-RENT-AMOUNT
                                             TO WS-RENT-AMOUNT-PAID
                                       END-IF
                                   END-IF
                               END-READ
                           END-IF
                       END-PERFORM
           
                       *> Only write TENANT if not cancelled
                       IF WS-CANCEL-FLAG = "N"

                           PERFORM GENERATE-TENANT-ID
                           MOVE WS-TENANT-ID
                                TO SI-ID IN TENANT-RECORD
                           MOVE WS-NAME             TO SI-NAME
                           MOVE WS-AGE              TO SI-AGE
                           MOVE WS-GENDER           TO SI-GENDER
                           MOVE WS-CONTACT-NUM      TO SI-CONTACT-NUM
                           MOVE WS-ASSIGNED-D-ID    TO SI-ASSIGNED-D-ID


                           WRITE TENANT-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR: TENANT ID "
                                           WS-TENANT-ID
                                           " ALREADY ON FILE."
                           END-WRITE

                           DISPLAY "TENANT ID ASSIGNED: "
                                   SI-ID IN TENANT-RECORD
               
                           
                           MOVE WS-ASSIGNED-D-ID TO DI-ID
                           READ DORM-FILE
                           INVALID KEY
                               DISPLAY "ERROR UPDATING DORM STATUS"
                           NOT INVALID KEY
                               ADD 1 TO DI-OCCUPANT-COUNT
                               IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                                   MOVE "OCCUPIED" TO DI-STATUS
                               ELSE
                                   MOVE "UNOCCUPIED" TO DI-STATUS
                               END-IF
                               REWRITE DORM-RECORD
                                   INVALID KEY
                                       DISPLAY "ERROR REWRITING "
                                               "DORM RECORD"
                                   NOT INVALID KEY
                                       DISPLAY "TENANT ADDED AND "
                                               "ROOM " 
                                               WS-ASSIGNED-D-ID 
                                               " MARKED AS OCCUPIED!"
                               END-REWRITE
                           END-READ

                           IF WS-GU-SKIP = "N"
                               MOVE WS-TENANT-ID TO WS-GU-TENANT-ID
                               PERFORM SAVE-GUARANTOR-FOR-TENANT
                           END-IF
                           MOVE WS-TENANT-ID TO WS-TP-TENANT-ID
                           PERFORM SAVE-PROFILE-FOR-TENANT

                           *> Condition of the room and contents at
                           *> move-in, for the check-out comparison
                           MOVE WS-ASSIGNED-D-ID
                               TO WS-INV-DORM-ID
                           MOVE WS-TENANT-ID TO WS-INV-TENANT-ID
                           MOVE "CHECKIN" TO WS-INV-PHASE
                           PERFORM RECORD-ROOM-INVENTORY

                           *> Room key, gate card and locker key
                           *> handed over at move-in
                           MOVE WS-TENANT-ID TO WS-KR-ISSUE-TENANT
                           MOVE WS-ASSIGNED-D-ID TO WS-KR-ISSUE-DORM
                           PERFORM KEY-ISSUE-ITEMS

                           *> One month's rent is held as security
                           *> deposit at move-in
                           PERFORM RECORD-SECURITY-DEPOSIT

                           MOVE WS-ASSIGNED-D-ID TO WS-OL-DORM-ID
                           MOVE "CHECKIN" TO WS-OL-EVENT
                           MOVE WS-TENANT-ID TO WS-OL-TENANT-ID
                           MOVE SPACES TO WS-OL-DATE
                           PERFORM LOG-OCCUPANCY-EVENT

                           PERFORM CREATE-LEASE-RECORD

                           DISPLAY "ADD ANOTHER? (Y/N):"
                           ACCEPT WS-ADD-FLAG
                           PERFORM CONVERT-FLAG
                       ELSE
                           MOVE "N" TO WS-ADD-FLAG
                       END-IF
                   END-IF
       
               END-PERFORM
       
               CLOSE TENANT-FILE
               CLOSE DORM-FILE
       
           END-IF
       
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.
       
       
       
       

      *============================
      *FUNCTION: ADD TO WAITLIST
      *============================
       ADD-TO-WAITLIST.
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-NAME
           DISPLAY "Age: " WITH NO ADVANCING
           ACCEPT WS-AGE
           PERFORM UNTIL WS-AGE >= 1 AND WS-AGE <= 120
               DISPLAY "INVALID AGE. ENTER 1-120: " WITH NO ADVANCING
               ACCEPT WS-AGE
           END-PERFORM
           DISPLAY "Gender: " WITH NO ADVANCING
           ACCEPT WS-GENDER
           DISPLAY "Contact Number: " WITH NO ADVANCING
           ACCEPT WS-CONTACT-NUM

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-NAME         TO WL-NAME
           MOVE WS-AGE          TO WL-AGE
           MOVE WS-GENDER       TO WL-GENDER
           MOVE WS-CONTACT-NUM  TO WL-CONTACT-NUM
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WL-DATE-ADDED
           END-STRING

           OPEN EXTEND WAITLIST-FILE
           WRITE WAITLIST-RECORD
           CLOSE WAITLIST-FILE

           DISPLAY WS-NAME " ADDED TO THE WAITLIST."
           EXIT PARAGRAPH.

      *=======================
      *FUNCTION: VIEW-TENANTS
      *=======================
       VIEW-TENANTS.
           DISPLAY "NAME STARTS WITH (EMPTY FOR ALL TENANTS): "
           MOVE SPACES TO UTIL-SEARCH-NAME
           ACCEPT UTIL-SEARCH-NAME
           MOVE 0 TO WS-TEN-NAME-LEN
           IF UTIL-SEARCH-NAME NOT = SPACES
               COMPUTE WS-TEN-NAME-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(UTIL-SEARCH-NAME TRAILING))
           END-IF
           
           OPEN INPUT TENANT-FILE
           
           MOVE "N" TO UTIL-EOF
           IF WS-TENANT-FILE-STATUS NOT = "00"
               MOVE "Y" TO UTIL-EOF
           END-IF

           *> A name search starts on the name key at the first
           *> name that can match and stops once past the prefix
           IF WS-TEN-NAME-LEN > 0 AND UTIL-EOF = "N"
               MOVE UTIL-SEARCH-NAME TO SI-NAME
               START TENANT-FILE KEY >= SI-NAME
                   INVALID KEY
                       MOVE "Y" TO UTIL-EOF
               END-START
           END-IF
                  PERFORM UNTIL UTIL-EOF = 'Y'
           READ TENANT-FILE NEXT
               AT END
                   MOVE 'Y' TO UTIL-EOF
               NOT AT END
                   IF WS-TEN-NAME-LEN > 0 AND
                      SI-NAME(1:WS-TEN-NAME-LEN) NOT =
                          UTIL-SEARCH-NAME(1:WS-TEN-NAME-LEN)
                       MOVE 'Y' TO UTIL-EOF
                   ELSE
                       DISPLAY "==============="
                       DISPLAY "TENANT ID: " SI-ID IN TENANT-RECORD
                       DISPLAY "==============="
                       DISPLAY "Name: " SI-NAME
                       DISPLAY "Age: " SI-AGE
                       DISPLAY "Gender: " SI-GENDER
                       DISPLAY "Contact Number: " SI-CONTACT-NUM
                       DISPLAY "Assigned Room: " SI-ASSIGNED-D-ID
                       
                       DISPLAY SPACE
                   END-IF
           END-READ
           END-PERFORM

           CLOSE TENANT-FILE
           
           PERFORM EXIT-PROMT

           EXIT PARAGRAPH.

      *=======================
      *FUNCTION: EDIT-TENANTS
      *=======================
       EDIT-TENANTS.
           DISPLAY "YOU CHOSE TO EDIT TENANTS"

           *> A room change moves occupancy between rooms and the
           *> profile is rebuilt through its temp file, so editing
           *> runs under the update lock like a checkout does
           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "THE FILES ARE BUSY. TRY AGAIN SHORTLY."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO UTIL-EDIT-AGAIN

           PERFORM UNTIL UTIL-EDIT-AGAIN = "N"

               MOVE "N" TO UTIL-EDIT-FOUND
               PERFORM SHOW-TENANT-LIST

               DISPLAY "Enter TENANT ID to edit: "
               ACCEPT UTIL-SEARCH-TENANT-ID

               MOVE 0 TO WS-AJP-COUNT
               MOVE "N" TO WS-TP-CHANGED
               MOVE "N" TO TEMP-ROOM-MOVE
               MOVE "N" TO TEMP-REWRITE-OK
               OPEN I-O TENANT-FILE
               MOVE UTIL-SEARCH-TENANT-ID TO SI-ID IN TENANT-RECORD
               READ TENANT-FILE
                   KEY IS SI-ID IN TENANT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO UTIL-EDIT-FOUND
                       DISPLAY "Editing TENANT: "
                               SI-ID IN TENANT-RECORD
                               " - " SI-NAME
       
                       DISPLAY "Edit Name"
                       DISPLAY "(keep empty to unchange)"
                       ACCEPT TEMP-NAME
                       IF TEMP-NAME NOT = SPACES
                           MOVE "NAME" TO WS-AJ-FIELD
                           MOVE SI-NAME TO WS-AJ-OLD-VALUE
                           MOVE TEMP-NAME TO SI-NAME
                           MOVE SI-NAME TO WS-AJ-NEW-VALUE
                           PERFORM LOG-TENANT-EDIT-ENTRY
                       END-IF
       
                       DISPLAY "Edit Age"
                       DISPLAY "(keep empty to unchange)"
                       ACCEPT TEMP-AGE
                       IF TEMP-AGE NOT = SPACES
                           IF TEMP-AGE >= 1 AND TEMP-AGE <= 120
                               MOVE "AGE" TO WS-AJ-FIELD
                               MOVE SI-AGE TO WS-AJ-OLD-VALUE
                               MOVE TEMP-AGE TO SI-AGE
                               MOVE SI-AGE TO WS-AJ-NEW-VALUE
                               PERFORM LOG-TENANT-EDIT-ENTRY
                           ELSE
                               DISPLAY "INVALID AGE. "
                                       "KEEPING CURRENT VALUE."
                           END-IF
                       END-IF
       
                       DISPLAY "Edit Gender"
                       DISPLAY "(keep empty to unchange)"
                       ACCEPT TEMP-GENDER
                       IF TEMP-GENDER NOT = SPACES
                           MOVE "GENDER" TO WS-AJ-FIELD
                           MOVE SI-GENDER TO WS-AJ-OLD-VALUE
                           MOVE TEMP-GENDER TO SI-GENDER
                           MOVE SI-GENDER TO WS-AJ-NEW-VALUE
                           PERFORM LOG-TENANT-EDIT-ENTRY
                       END-IF
       
                       DISPLAY "Edit Contact"
                       DISPLAY "(keep empty to unchange)"
                       ACCEPT TEMP-CONTACT-NUM
                       IF TEMP-CONTACT-NUM NOT = SPACES
                           MOVE "CONTACT" TO WS-AJ-FIELD
                           MOVE SI-CONTACT-NUM
                               TO WS-AJ-OLD-VALUE
                           MOVE TEMP-CONTACT-NUM TO SI-CONTACT-NUM
                           MOVE SI-CONTACT-NUM
                               TO WS-AJ-NEW-VALUE
                           PERFORM LOG-TENANT-EDIT-ENTRY
                       END-IF
       
                       DISPLAY "Edit Room"
                       DISPLAY "(keep empty to unchange)"
                       ACCEPT TEMP-ASSIGNED-D-ID
                       IF TEMP-ASSIGNED-D-ID NOT = SPACES AND
                          TEMP-ASSIGNED-D-ID NOT =
                               SI-ASSIGNED-D-ID
                           INSPECT TEMP-ASSIGNED-D-ID
                               CONVERTING
                               "abcdefghijklmnopqrstuvwxyz"
                               TO
                               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                           *> Validate and reserve the new room
                           *> first, same lookup/capacity check
                           *> ADD-TENANT uses, before touching
                           *> the old room.
                           MOVE "N" TO WS-VALID-ROOM-FLAG
                           OPEN I-O DORM-FILE
                           MOVE TEMP-ASSIGNED-D-ID TO DI-ID
                           READ DORM-FILE
                               INVALID KEY
                                   DISPLAY "ERROR: ROOM "
                                       TEMP-ASSIGNED-D-ID
                                       " DOES NOT EXIST. "
                                       "KEEPING CURRENT ROOM."
                               NOT INVALID KEY
                                   IF DI-OCCUPANT-COUNT >=
                                      DI-CAPACITY OR
                                      DI-STATUS = "OUT-OF-SVC"
                                     IF DI-STATUS = "OUT-OF-SVC"
                                       DISPLAY "ERROR: ROOM "
                                           TEMP-ASSIGNED-D-ID
                                           " IS OUT OF SERVICE."
                                           " KEEPING CURRENT "
                                           "ROOM."
                                     ELSE
                                       DISPLAY "ERROR: ROOM "
                                           TEMP-ASSIGNED-D-ID
                                           " IS FULL. KEEPING "
                                           "CURRENT ROOM."
                                     END-IF
                                   ELSE
                                       ADD 1 TO DI-OCCUPANT-COUNT
                                       IF DI-OCCUPANT-COUNT >=
                                          DI-CAPACITY
                                           MOVE "OCCUPIED"
                                               TO DI-STATUS
                                       ELSE
                                           MOVE "UNOCCUPIED"
                                               TO DI-STATUS
                                       END-IF
                                       REWRITE DORM-RECORD
                                           INVALID KEY
                                               DISPLAY "ERROR: "
                                               "COULD NOT "
                                               "UPDATE NEW ROOM."
                                           NOT INVALID KEY
                                               MOVE "Y" TO
                                               WS-VALID-ROOM-FLAG
                                       END-REWRITE
                                   END-IF
                           END-READ
                           CLOSE DORM-FILE

                           *> The old room is vacated only
                           *> once the tenant record is safely
                           *> rewritten and closed: freeing it
                           *> can pull from the waitlist, which
                           *> reads TENANT-FILE itself.
                           IF WS-VALID-ROOM-FLAG = "Y"
                               MOVE "Y" TO TEMP-ROOM-MOVE
                               MOVE SI-ASSIGNED-D-ID
                                   TO TEMP-OLD-D-ID
                               MOVE "ASSIGNED ROOM"
                                   TO WS-AJ-FIELD
                               MOVE SI-ASSIGNED-D-ID
                                   TO WS-AJ-OLD-VALUE
                               MOVE TEMP-ASSIGNED-D-ID
                                   TO SI-ASSIGNED-D-ID
                               MOVE SI-ASSIGNED-D-ID
                                   TO WS-AJ-NEW-VALUE
                               PERFORM LOG-TENANT-EDIT-ENTRY
                           END-IF
                       END-IF

                       *> Identity document and emergency contact
                       *> live in the profile file
                       MOVE UTIL-SEARCH-TENANT-ID TO WS-TP-TENANT-ID
                       PERFORM EDIT-TENANT-PROFILE
       
                       REWRITE TENANT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-TENANT-FILE-STATUS = "00"
                           MOVE "Y" TO TEMP-REWRITE-OK
                       ELSE
                           DISPLAY "ERROR: COULD NOT REWRITE "
                                   "TENANT "
                                   UTIL-SEARCH-TENANT-ID
                                   " (STATUS "
                                   WS-TENANT-FILE-STATUS
                                   "). NOTHING WAS CHANGED."
                       END-IF
               END-READ
               CLOSE TENANT-FILE

               IF TEMP-ROOM-MOVE = "Y"
                   IF TEMP-REWRITE-OK = "Y"
                       PERFORM EDIT-TENANT-MOVE-ROOM
                   ELSE
                       PERFORM EDIT-TENANT-UNRESERVE-ROOM
                   END-IF
               END-IF
       
               IF UTIL-EDIT-FOUND = "N"
                   DISPLAY "TENANT not found."
               END-IF
               *> Only a rewritten record makes the held journal
               *> rows and profile changes fact
               IF TEMP-REWRITE-OK = "N"
                   MOVE 0 TO WS-AJP-COUNT
               ELSE
                   IF WS-TP-CHANGED = "Y"
                       PERFORM SAVE-PROFILE-FOR-TENANT
                   END-IF
                   MOVE "TENANT" TO WS-AJ-RECORD-TYPE
                   MOVE UTIL-SEARCH-TENANT-ID TO WS-AJ-KEY
                   PERFORM FLUSH-EDIT-JOURNAL
                   DISPLAY "TENANT record updated."
               END-IF

               DISPLAY "Edit another TENANT? (Y/N): "
               ACCEPT UTIL-EDIT-AGAIN

           END-PERFORM

           PERFORM RELEASE-UPDATE-LOCK
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EDIT TENANT - COMPLETE A ROOM CHANGE
      *============================
      *The tenant record now carries TEMP-ASSIGNED-D-ID. Vacate the
      *old room, if the tenant actually had one assigned, the same
      *way DELETE-TENANTS/CHECKOUT-TENANT do, then log the move-in.
       EDIT-TENANT-MOVE-ROOM.
           IF TEMP-OLD-D-ID NOT = SPACES AND
              TEMP-OLD-D-ID NOT = "UNASSIGNED"
               MOVE TEMP-OLD-D-ID TO WS-ASSIGNED-D-ID
               MOVE TEMP-OLD-D-ID TO WS-OL-DORM-ID
               MOVE "CHECKOUT" TO WS-OL-EVENT
               MOVE UTIL-SEARCH-TENANT-ID TO WS-OL-TENANT-ID
               MOVE SPACES TO WS-OL-DATE
               PERFORM LOG-OCCUPANCY-EVENT
               PERFORM FREE-DORM-ROOM
           END-IF
           MOVE TEMP-ASSIGNED-D-ID TO WS-OL-DORM-ID
           MOVE "CHECKIN" TO WS-OL-EVENT
           MOVE UTIL-SEARCH-TENANT-ID TO WS-OL-TENANT-ID
           MOVE SPACES TO WS-OL-DATE
           PERFORM LOG-OCCUPANCY-EVENT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EDIT TENANT - GIVE BACK THE NEW ROOM'S PLACE
      *============================
      *The tenant record was not rewritten: give back the place
      *reserved in the new room
       EDIT-TENANT-UNRESERVE-ROOM.
           OPEN I-O DORM-FILE
           MOVE TEMP-ASSIGNED-D-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DI-OCCUPANT-COUNT > 0
                       SUBTRACT 1 FROM DI-OCCUPANT-COUNT
                   END-IF
                   IF DI-STATUS NOT = "OUT-OF-SVC"
                       IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                           MOVE "OCCUPIED" TO DI-STATUS
                       ELSE
                           MOVE "UNOCCUPIED" TO DI-STATUS
                       END-IF
                   END-IF
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT RELEASE ROOM "
                                   TEMP-ASSIGNED-D-ID
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.
       
             
      *=========================
      *FUNCTION: DELETE-TENANTS
      *=========================
       DELETE-TENANTS.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO UTIL-DELETE-CHOICE

           PERFORM UNTIL UTIL-DELETE-CHOICE = "N"

               DISPLAY "YOU CHOSE TO DELETE TENANTS"
               PERFORM SHOW-TENANT-LIST
               DISPLAY "PLEASE ENTER THE TENANT ID TO DELETE:"
               ACCEPT UTIL-SEARCH-TENANT-ID

               MOVE "N" TO UTIL-DELETE-FOUND

               OPEN I-O TENANT-FILE
               MOVE UTIL-SEARCH-TENANT-ID TO SI-ID IN TENANT-RECORD
               READ TENANT-FILE
                   KEY IS SI-ID IN TENANT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "DELETING TENANT: "
                               SI-ID IN TENANT-RECORD
                               " - " SI-NAME
                       MOVE SI-ASSIGNED-D-ID TO WS-ASSIGNED-D-ID
                       DELETE TENANT-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT DELETE "
                                       "TENANT "
                                       UTIL-SEARCH-TENANT-ID
                           NOT INVALID KEY
                               MOVE "Y" TO UTIL-DELETE-FOUND
                       END-DELETE
               END-READ
               CLOSE TENANT-FILE

               IF UTIL-DELETE-FOUND = "Y"
                   IF WS-ASSIGNED-D-ID NOT = SPACES AND
                      WS-ASSIGNED-D-ID NOT = "UNASSIGNED"
                       MOVE WS-ASSIGNED-D-ID TO WS-OL-DORM-ID
                       MOVE "CHECKOUT" TO WS-OL-EVENT
                       MOVE UTIL-SEARCH-TENANT-ID
                           TO WS-OL-TENANT-ID
                       MOVE SPACES TO WS-OL-DATE
                       PERFORM LOG-OCCUPANCY-EVENT
                   END-IF
                   PERFORM FREE-DORM-ROOM
                   MOVE "TENANT" TO WS-AJ-RECORD-TYPE
                   MOVE UTIL-SEARCH-TENANT-ID TO WS-AJ-KEY
                   MOVE "DELETE" TO WS-AJ-ACTION
                   MOVE "RECORD" TO WS-AJ-FIELD
                   MOVE SPACES TO WS-AJ-OLD-VALUE
                   MOVE "DELETED" TO WS-AJ-NEW-VALUE
                   PERFORM LOG-AUDIT-JOURNAL
                   DISPLAY "TENANT SUCCESSFULLY DELETED."
               ELSE
                   DISPLAY "TENANT NOT FOUND."
               END-IF

               DISPLAY "DELETE ANOTHER TENANT? (Y/N): "
               ACCEPT UTIL-DELETE-CHOICE

               IF UTIL-DELETE-CHOICE NOT = "Y"
                   MOVE "N" TO UTIL-DELETE-CHOICE
               END-IF

           END-PERFORM

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHECK OUT TENANT
      *============================
       CHECKOUT-TENANT.
           *> A checkout settles the deposit, rewrites the tenant,
           *> deposit and lease files and posts payments; the whole
           *> sequence runs under the update lock
           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "THE FILES ARE BUSY. TRY AGAIN SHORTLY."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO UTIL-CHECKOUT-CHOICE

           PERFORM UNTIL UTIL-CHECKOUT-CHOICE = "N"

               DISPLAY "YOU CHOSE TO CHECK OUT A TENANT"
               PERFORM SHOW-TENANT-LIST
               DISPLAY "PLEASE ENTER THE TENANT ID TO CHECK OUT:"
               ACCEPT UTIL-SEARCH-TENANT-ID

               MOVE "N" TO WS-CHECKOUT-FOUND

               OPEN INPUT TENANT-FILE
               MOVE UTIL-SEARCH-TENANT-ID TO SI-ID IN TENANT-RECORD
               READ TENANT-FILE
                   KEY IS SI-ID IN TENANT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CHECKOUT-FOUND
                       MOVE SI-ASSIGNED-D-ID TO WS-ASSIGNED-D-ID
               END-READ
               CLOSE TENANT-FILE

               IF WS-CHECKOUT-FOUND = "N"
                   DISPLAY "TENANT NOT FOUND."
               ELSE
                   *> Inventory and damage first, so the damage
                   *> charge is in the balances the settlement
                   *> below reads and applies the deposit against
                   PERFORM CHECKOUT-ROOM-INVENTORY

                   MOVE 0 TO WS-CHECKOUT-RENT-BAL
                   MOVE 0 TO WS-CHECKOUT-ELEC-BAL
                   MOVE 0 TO WS-CHECKOUT-WATER-BAL
                   MOVE 0 TO WS-CHECKOUT-KEY-BAL
                   MOVE 0 TO WS-CHECKOUT-SLOT-BAL
                   MOVE 0 TO WS-CHECKOUT-TOTAL-BAL
                   MOVE 0 TO WS-KR-KEY-FEE-TOT
                   MOVE 0 TO WS-KR-CARD-FEE-TOT

                   OPEN INPUT DORM-FILE
                   MOVE WS-ASSIGNED-D-ID TO DI-ID
                   READ DORM-FILE
                       INVALID KEY
                           DISPLAY "WARNING: ASSIGNED ROOM "
                                   WS-ASSIGNED-D-ID
                                   " NOT FOUND. BALANCES UNAVAILABLE."
                       NOT INVALID KEY
                           MOVE DI-RENT-BALANCE-DUE
                                TO WS-CHECKOUT-RENT-BAL
                           MOVE DI-ELECTRICITY-BALANCE-DUE
                                TO WS-CHECKOUT-ELEC-BAL
                           MOVE DI-WATER-BALANCE-DUE
                                TO WS-CHECKOUT-WATER-BAL
                   END-READ
                   CLOSE DORM-FILE

                   COMPUTE WS-CHECKOUT-TOTAL-BAL =
                           WS-CHECKOUT-RENT-BAL + WS-CHECKOUT-ELEC-BAL
                           + WS-CHECKOUT-WATER-BAL

                   DISPLAY " "
                   DISPLAY "TENANT: " UTIL-SEARCH-TENANT-ID
                           " | ROOM: " WS-ASSIGNED-D-ID
                   DISPLAY "OUTSTANDING BALANCES:"
                   DISPLAY "  RENT BALANCE       : "
                           WS-CHECKOUT-RENT-BAL
                   DISPLAY "  ELECTRICITY BALANCE: "
                           WS-CHECKOUT-ELEC-BAL
                   DISPLAY "  WATER BALANCE      : "
                           WS-CHECKOUT-WATER-BAL
                   DISPLAY "  TOTAL BALANCE DUE  : "
                           WS-CHECKOUT-TOTAL-BAL

                   PERFORM FIND-TENANT-DEPOSIT
                   IF WS-DEPOSIT-FOUND = "Y"
                       DISPLAY "  SECURITY DEPOSIT   : "
                               WS-DEPOSIT-AMOUNT " (HELD)"
                   ELSE
                       DISPLAY "  SECURITY DEPOSIT   : NONE ON FILE"
                   END-IF

                   PERFORM SHOW-TENANT-LEASE
                   MOVE UTIL-SEARCH-TENANT-ID TO WS-KR-CLEAR-TENANT
                   PERFORM KEY-SHOW-OUTSTANDING
                   DISPLAY " "

                   DISPLAY "Enter move-out date (YYYY-MM-DD): "
                   MOVE "N" TO WS-DATE-VALID-FLAG
                   PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                       MOVE SPACES TO WS-MOVE-OUT-DATE
                       ACCEPT WS-MOVE-OUT-DATE
                       MOVE WS-MOVE-OUT-DATE TO WS-VALIDATE-DATE-IN
                       PERFORM VALIDATE-DATE-FORMAT
                       IF WS-DATE-VALID-FLAG = "Y"
                           *> Deposit settlement writes payment
                           *> entries dated to this day, so a
                           *> reconciled shift stays off limits
                           MOVE WS-MOVE-OUT-DATE
                               TO WS-CLOSEOUT-CHECK-DATE
                           PERFORM CHECK-DATE-NOT-CLOSED
                           IF WS-DATE-CLOSED-FLAG = "Y"
                               MOVE "N" TO WS-DATE-VALID-FLAG
                               DISPLAY "THAT DATE IS ALREADY "
                                       "RECONCILED (CLOSED). ENTER "
                                       "ANOTHER DATE: "
                           END-IF
                       ELSE
                           DISPLAY "INVALID DATE. USE FORMAT "
                                   "YYYY-MM-DD: "
                       END-IF
                   END-PERFORM

                   DISPLAY "CONFIRM CHECK OUT OF TENANT "
                           UTIL-SEARCH-TENANT-ID " (Y/N): "
                   ACCEPT WS-CHECKOUT-CONFIRM
                   INSPECT WS-CHECKOUT-CONFIRM
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                   IF WS-CHECKOUT-CONFIRM = "Y"

                       *> Collect keys and cards; anything not
                       *> handed back is charged to the room and
                       *> joins the balances the deposit settles
                       MOVE "C" TO WS-KR-MODE
                       MOVE UTIL-SEARCH-TENANT-ID
                           TO WS-KR-CLEAR-TENANT
                       MOVE WS-ASSIGNED-D-ID TO WS-KR-FEE-DORM
                       MOVE WS-MOVE-OUT-DATE TO WS-KR-CLEAR-DATE
                       PERFORM KEY-CLEARANCE
                       COMPUTE WS-CHECKOUT-KEY-BAL =
                               WS-KR-KEY-FEE-TOT + WS-KR-CARD-FEE-TOT
                       ADD WS-CHECKOUT-KEY-BAL TO WS-CHECKOUT-TOTAL-BAL

                       *> Parking, locker and storage slots are
                       *> given up with the room
                       MOVE UTIL-SEARCH-TENANT-ID TO WS-AX-END-TENANT
                       MOVE WS-MOVE-OUT-DATE TO WS-AX-END-DATE
                       MOVE SPACES TO WS-AX-LOOK-ID
                       PERFORM ANC-END-TENANT-ASSIGNMENTS

                       *> What the room owes on its slot rentals,
                       *> after any credit for days not used, joins
                       *> the balances the deposit settles
                       PERFORM CHECKOUT-SLOT-BALANCES
                       ADD WS-CHECKOUT-SLOT-BAL
                           TO WS-CHECKOUT-TOTAL-BAL

                       *> Settle the security deposit against the
                       *> balances shown above before the room is
                       *> freed (FREE-DORM-ROOM clears the balances
                       *> once the room is fully vacant)
                       IF WS-DEPOSIT-FOUND = "Y"
                           PERFORM SETTLE-TENANT-DEPOSIT
                       END-IF

                       *> Write closing entry to payment history
                       MOVE WS-ASSIGNED-D-ID TO WS-DORM-ID
                       MOVE "CHECKOUT" TO WS-PAYMENT-TYPE
                       MOVE SPACES TO WS-PAYMENT-NOTES
                       MOVE WS-CHECKOUT-TOTAL-BAL TO WS-AMOUNT-DUE
                       MOVE 0 TO WS-AMOUNT-PAID
                       MOVE WS-MOVE-OUT-DATE TO WS-PAYMENT-DATE-LOG
                       MOVE WS-MOVE-OUT-DATE TO WS-DUE-DATE-LOG
                       MOVE UTIL-SEARCH-TENANT-ID
                           TO WS-PAYMENT-TENANT-LOG
                       MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
                       MOVE SPACES TO WS-PAYMENT-REF-LOG
                       PERFORM LOG-PAYMENT-HISTORY
                       PERFORM GENERATE-PAYMENT-RECEIPT

                       *> Remove the tenant record
                       OPEN I-O TENANT-FILE
                       MOVE UTIL-SEARCH-TENANT-ID
                           TO SI-ID IN TENANT-RECORD
                       DELETE TENANT-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT REMOVE "
                                       "TENANT RECORD "
                                       UTIL-SEARCH-TENANT-ID
                       END-DELETE
                       CLOSE TENANT-FILE

                       MOVE WS-ASSIGNED-D-ID TO WS-OL-DORM-ID
                       MOVE "CHECKOUT" TO WS-OL-EVENT
                       MOVE UTIL-SEARCH-TENANT-ID
                           TO WS-OL-TENANT-ID
                       MOVE WS-MOVE-OUT-DATE TO WS-OL-DATE
                       PERFORM LOG-OCCUPANCY-EVENT

                       PERFORM END-TENANT-LEASE

                       *> Free up the vacated room
                       PERFORM FREE-DORM-ROOM

                       DISPLAY "TENANT CHECKED OUT SUCCESSFULLY."
                   ELSE
                       DISPLAY "CHECK OUT CANCELLED."
                   END-IF
               END-IF

               DISPLAY "CHECK OUT ANOTHER TENANT? (Y/N): "
               ACCEPT UTIL-CHECKOUT-CHOICE

               IF UTIL-CHECKOUT-CHOICE NOT = "Y"
                   MOVE "N" TO UTIL-CHECKOUT-CHOICE
               END-IF

           END-PERFORM

           PERFORM RELEASE-UPDATE-LOCK
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER TENANT TO ANOTHER ROOM
      *============================
       TRANSFER-TENANT.
           DISPLAY "=========================================="
           DISPLAY "   TRANSFER TENANT TO ANOTHER ROOM"
           DISPLAY "=========================================="
           DISPLAY "Moves a tenant between rooms in one step: "
                   "the rent difference is prorated for the "
                   "rest of the month and the tenant's share of "
                   "open balances follows them to the new room."
           DISPLAY " "

           PERFORM SHOW-TENANT-LIST
           DISPLAY "ENTER TENANT ID TO TRANSFER: "
           ACCEPT UTIL-SEARCH-TENANT-ID
           INSPECT UTIL-SEARCH-TENANT-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-XFER-FOUND
           OPEN INPUT TENANT-FILE
           MOVE UTIL-SEARCH-TENANT-ID TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-XFER-FOUND
                   MOVE SI-ASSIGNED-D-ID TO WS-XFER-OLD-DORM-ID
           END-READ
           CLOSE TENANT-FILE

           IF WS-XFER-FOUND = "N"
               DISPLAY "TENANT " UTIL-SEARCH-TENANT-ID
                       " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           IF WS-XFER-OLD-DORM-ID = SPACES OR
              WS-XFER-OLD-DORM-ID = "UNASSIGNED"
               DISPLAY "TENANT HAS NO ASSIGNED ROOM. USE EDIT "
                       "TENANT TO ASSIGN A ROOM INSTEAD."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Old room gives the outgoing rate and the share of
           *> each open balance this tenant carries with them
           OPEN INPUT DORM-FILE
           MOVE WS-XFER-OLD-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR: ASSIGNED ROOM "
                           WS-XFER-OLD-DORM-ID " NOT FOUND."
                   CLOSE DORM-FILE
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE DI-RENT-AMOUNT TO WS-XFER-OLD-RENT
                   IF DI-OCCUPANT-COUNT > 0
                       MOVE DI-OCCUPANT-COUNT TO WS-XFER-OLD-OCC
                   ELSE
                       MOVE 1 TO WS-XFER-OLD-OCC
                   END-IF
                   COMPUTE WS-XFER-SHARE-RENT ROUNDED =
                           DI-RENT-BALANCE-DUE / WS-XFER-OLD-OCC
                   COMPUTE WS-XFER-SHARE-ELEC ROUNDED =
                           DI-ELECTRICITY-BALANCE-DUE
                           / WS-XFER-OLD-OCC
                   COMPUTE WS-XFER-SHARE-WATER ROUNDED =
                           DI-WATER-BALANCE-DUE / WS-XFER-OLD-OCC
           END-READ
           CLOSE DORM-FILE

           PERFORM SHOW-DORM-ID
           DISPLAY "ENTER NEW ROOM (DORM ID): "
           ACCEPT WS-XFER-NEW-DORM-ID
           INSPECT WS-XFER-NEW-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-XFER-NEW-DORM-ID = WS-XFER-OLD-DORM-ID
               DISPLAY "ERROR: TENANT IS ALREADY IN ROOM "
                       WS-XFER-OLD-DORM-ID "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-XFER-ROOM-OK
           OPEN INPUT DORM-FILE
           MOVE WS-XFER-NEW-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROOM " WS-XFER-NEW-DORM-ID
                           " DOES NOT EXIST."
               NOT INVALID KEY
                   IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                       DISPLAY "ERROR: ROOM " WS-XFER-NEW-DORM-ID
                               " IS FULL."
                   ELSE
                       MOVE "Y" TO WS-XFER-ROOM-OK
                       MOVE DI-RENT-AMOUNT TO WS-XFER-NEW-RENT
                   END-IF
                   IF DI-STATUS = "OUT-OF-SVC"
                       DISPLAY "ERROR: ROOM " WS-XFER-NEW-DORM-ID
                               " IS OUT OF SERVICE PENDING REPAIRS."
                       MOVE "N" TO WS-XFER-ROOM-OK
                   END-IF
           END-READ
           CLOSE DORM-FILE

           *> A held reservation keeps the room off limits for
           *> transfers too, same as for walk-ins in ADD-TENANT
           IF WS-XFER-ROOM-OK = "Y"
               MOVE WS-XFER-NEW-DORM-ID TO WS-RESV-CHECK-DORM
               PERFORM CHECK-ROOM-RESERVED
               IF WS-ROOM-RESERVED = "Y"
                   DISPLAY "ERROR: ROOM " WS-XFER-NEW-DORM-ID
                           " IS RESERVED FROM " WS-RESV-START
                           " FOR " FUNCTION TRIM(WS-RESV-NAME)
                           ". USE ROOM RESERVATIONS TO CONVERT "
                           "OR CANCEL."
                   MOVE "N" TO WS-XFER-ROOM-OK
               END-IF
           END-IF

           IF WS-XFER-ROOM-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "TRANSFER DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-XFER-DATE
               ACCEPT WS-XFER-DATE
               MOVE WS-XFER-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-XFER-DATE TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           *> Prorate the rate difference over the days left in
           *> the month, clamped the same way the lease prorate is
           MOVE WS-XFER-DATE(1:4) TO WS-XFER-YEAR
           MOVE WS-XFER-DATE(6:2) TO WS-XFER-MONTH
           MOVE WS-XFER-DATE(9:2) TO WS-XFER-DAY
           EVALUATE WS-XFER-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-XFER-DIM
               WHEN 2
                   IF FUNCTION MOD(WS-XFER-YEAR, 400) = 0
                      OR (FUNCTION MOD(WS-XFER-YEAR, 4) = 0
                      AND FUNCTION MOD(WS-XFER-YEAR, 100)
                          NOT = 0)
                       MOVE 29 TO WS-XFER-DIM
                   ELSE
                       MOVE 28 TO WS-XFER-DIM
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-XFER-DIM
           END-EVALUATE
           COMPUTE WS-XFER-REMAIN = WS-XFER-DIM - WS-XFER-DAY + 1
           COMPUTE WS-XFER-DIFF ROUNDED =
                   (WS-XFER-NEW-RENT - WS-XFER-OLD-RENT)
                   * WS-XFER-REMAIN / WS-XFER-DIM

           DISPLAY " "
           DISPLAY "TRANSFER SUMMARY:"
           DISPLAY "  TENANT            : " UTIL-SEARCH-TENANT-ID
           DISPLAY "  FROM ROOM         : " WS-XFER-OLD-DORM-ID
                   " (RENT " WS-XFER-OLD-RENT ")"
           DISPLAY "  TO ROOM           : " WS-XFER-NEW-DORM-ID
                   " (RENT " WS-XFER-NEW-RENT ")"
           DISPLAY "  RENT SHARE MOVED  : " WS-XFER-SHARE-RENT
           DISPLAY "  ELEC SHARE MOVED  : " WS-XFER-SHARE-ELEC
           DISPLAY "  WATER SHARE MOVED : " WS-XFER-SHARE-WATER
           DISPLAY "  PRORATED RATE DIFF: " WS-XFER-DIFF
                   " (" WS-XFER-REMAIN " OF " WS-XFER-DIM
                   " DAYS)"
           DISPLAY " "
           DISPLAY "CONFIRM TRANSFER (Y/N): "
           ACCEPT WS-XFER-CONFIRM
           INSPECT WS-XFER-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-XFER-CONFIRM NOT = "Y"
               DISPLAY "TRANSFER CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> The apply sequence moves the tenant and both rooms
           *> and rebuilds lease.dat through its temp file, so it
           *> runs under the update lock like a checkout does
           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "THE FILES ARE BUSY. NOTHING WAS MOVED - "
                       "TRY THE TRANSFER AGAIN SHORTLY."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM XFER-APPLY-OLD-ROOM
           PERFORM XFER-APPLY-NEW-ROOM
           PERFORM XFER-REWRITE-TENANT
           PERFORM XFER-UPDATE-LEASE
           PERFORM XFER-LOG-ENTRIES

           MOVE WS-XFER-OLD-DORM-ID TO WS-OL-DORM-ID
           MOVE "CHECKOUT" TO WS-OL-EVENT
           MOVE UTIL-SEARCH-TENANT-ID TO WS-OL-TENANT-ID
           MOVE WS-XFER-DATE TO WS-OL-DATE
           PERFORM LOG-OCCUPANCY-EVENT
           MOVE WS-XFER-NEW-DORM-ID TO WS-OL-DORM-ID
           MOVE "CHECKIN" TO WS-OL-EVENT
           MOVE UTIL-SEARCH-TENANT-ID TO WS-OL-TENANT-ID
           MOVE WS-XFER-DATE TO WS-OL-DATE
           PERFORM LOG-OCCUPANCY-EVENT

           *> Old-room keys come back or are charged; a gate card
           *> or locker key can stay with the tenant and is moved
           *> to the new room on the register
           MOVE "T" TO WS-KR-MODE
           MOVE UTIL-SEARCH-TENANT-ID TO WS-KR-CLEAR-TENANT
           MOVE WS-XFER-NEW-DORM-ID TO WS-KR-FEE-DORM
           MOVE WS-XFER-NEW-DORM-ID TO WS-KR-NEW-DORM
           MOVE WS-XFER-DATE TO WS-KR-CLEAR-DATE
           PERFORM KEY-CLEARANCE
           MOVE UTIL-SEARCH-TENANT-ID TO WS-KR-ISSUE-TENANT
           MOVE WS-XFER-NEW-DORM-ID TO WS-KR-ISSUE-DORM
           PERFORM KEY-ISSUE-ITEMS

           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "TENANT " UTIL-SEARCH-TENANT-ID
                   " TRANSFERRED TO ROOM " WS-XFER-NEW-DORM-ID "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER - RELEASE THE OLD ROOM
      *============================
       XFER-APPLY-OLD-ROOM.
           OPEN I-O DORM-FILE
           MOVE WS-XFER-OLD-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-XFER-OLD-DORM-ID
                           " NOT FOUND. OLD ROOM NOT ADJUSTED."
               NOT INVALID KEY
                   SUBTRACT WS-XFER-SHARE-RENT
                       FROM DI-RENT-BALANCE-DUE
                   SUBTRACT WS-XFER-SHARE-ELEC
                       FROM DI-ELECTRICITY-BALANCE-DUE
                   SUBTRACT WS-XFER-SHARE-WATER
                       FROM DI-WATER-BALANCE-DUE
                   IF DI-OCCUPANT-COUNT > 0
                       SUBTRACT 1 FROM DI-OCCUPANT-COUNT
                   END-IF
                   IF DI-STATUS NOT = "OUT-OF-SVC"
                       IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                           MOVE "OCCUPIED" TO DI-STATUS
                       ELSE
                           MOVE "UNOCCUPIED" TO DI-STATUS
                       END-IF
                   END-IF
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE ROOM "
                                   WS-XFER-OLD-DORM-ID
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER - TAKE UP THE NEW ROOM
      *============================
       XFER-APPLY-NEW-ROOM.
           OPEN I-O DORM-FILE
           MOVE WS-XFER-NEW-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-XFER-NEW-DORM-ID
                           " NOT FOUND. NEW ROOM NOT ADJUSTED."
               NOT INVALID KEY
                   ADD WS-XFER-SHARE-RENT
                       TO DI-RENT-BALANCE-DUE
                   ADD WS-XFER-SHARE-ELEC
                       TO DI-ELECTRICITY-BALANCE-DUE
                   ADD WS-XFER-SHARE-WATER
                       TO DI-WATER-BALANCE-DUE
                   ADD WS-XFER-DIFF TO DI-RENT-BALANCE-DUE
                   ADD 1 TO DI-OCCUPANT-COUNT
                   IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                       MOVE "OCCUPIED" TO DI-STATUS
                   ELSE
                       MOVE "UNOCCUPIED" TO DI-STATUS
                   END-IF
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE ROOM "
                                   WS-XFER-NEW-DORM-ID
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER - MOVE THE TENANT RECORD
      *============================
       XFER-REWRITE-TENANT.
           OPEN I-O TENANT-FILE
           MOVE UTIL-SEARCH-TENANT-ID TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: TENANT " UTIL-SEARCH-TENANT-ID
                           " NOT ON FILE FOR THE TRANSFER."
               NOT INVALID KEY
                   MOVE WS-XFER-NEW-DORM-ID TO SI-ASSIGNED-D-ID
                   REWRITE TENANT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT REWRITE "
                                   "TENANT " UTIL-SEARCH-TENANT-ID
                   END-REWRITE
           END-READ
           CLOSE TENANT-FILE

           MOVE "TENANT" TO WS-AJ-RECORD-TYPE
           MOVE UTIL-SEARCH-TENANT-ID TO WS-AJ-KEY
           MOVE "EDIT" TO WS-AJ-ACTION
           MOVE "ASSIGNED ROOM" TO WS-AJ-FIELD
           MOVE WS-XFER-OLD-DORM-ID TO WS-AJ-OLD-VALUE
           MOVE WS-XFER-NEW-DORM-ID TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER - CARRY THE LEASE TO THE NEW ROOM
      *============================
       XFER-UPDATE-LEASE.
           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-LEASE-FILE

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ LEASE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF LE-TENANT-ID = UTIL-SEARCH-TENANT-ID AND
                          LE-RENEWAL-STATUS = "ACTIVE"
                           MOVE WS-XFER-NEW-DORM-ID TO LE-DORM-ID
                       END-IF
                       WRITE TEMP-LEASE-RECORD FROM LEASE-RECORD
               END-READ
           END-PERFORM

           CLOSE LEASE-FILE TEMP-LEASE-FILE
           PERFORM SAVE-LEASE-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER - WRITE THE MONEY TRAIL
      *============================
       XFER-LOG-ENTRIES.
           *> Each moved share leaves the old room as a negative
           *> amount due and lands on the new room as a positive
           *> one, so the balance rebuild reproduces both rooms
           MOVE WS-XFER-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-XFER-DATE TO WS-DUE-DATE-LOG
           MOVE UTIL-SEARCH-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           MOVE 0 TO WS-AMOUNT-PAID

           IF WS-XFER-SHARE-RENT NOT = 0
               MOVE "RENT" TO WS-PAYMENT-TYPE
               MOVE WS-XFER-OLD-DORM-ID TO WS-DORM-ID
               COMPUTE WS-AMOUNT-DUE = 0 - WS-XFER-SHARE-RENT
               PERFORM XFER-NOTE-OUT
               PERFORM LOG-PAYMENT-HISTORY
               MOVE WS-XFER-NEW-DORM-ID TO WS-DORM-ID
               MOVE WS-XFER-SHARE-RENT TO WS-AMOUNT-DUE
               PERFORM XFER-NOTE-IN
               PERFORM LOG-PAYMENT-HISTORY
           END-IF
           IF WS-XFER-SHARE-ELEC NOT = 0
               MOVE "ELECTRICITY" TO WS-PAYMENT-TYPE
               MOVE WS-XFER-OLD-DORM-ID TO WS-DORM-ID
               COMPUTE WS-AMOUNT-DUE = 0 - WS-XFER-SHARE-ELEC
               PERFORM XFER-NOTE-OUT
               PERFORM LOG-PAYMENT-HISTORY
               MOVE WS-XFER-NEW-DORM-ID TO WS-DORM-ID
               MOVE WS-XFER-SHARE-ELEC TO WS-AMOUNT-DUE
               PERFORM XFER-NOTE-IN
               PERFORM LOG-PAYMENT-HISTORY
           END-IF
           IF WS-XFER-SHARE-WATER NOT = 0
               MOVE "WATER" TO WS-PAYMENT-TYPE
               MOVE WS-XFER-OLD-DORM-ID TO WS-DORM-ID
               COMPUTE WS-AMOUNT-DUE = 0 - WS-XFER-SHARE-WATER
               PERFORM XFER-NOTE-OUT
               PERFORM LOG-PAYMENT-HISTORY
               MOVE WS-XFER-NEW-DORM-ID TO WS-DORM-ID
               MOVE WS-XFER-SHARE-WATER TO WS-AMOUNT-DUE
               PERFORM XFER-NOTE-IN
               PERFORM LOG-PAYMENT-HISTORY
           END-IF

           IF WS-XFER-DIFF NOT = 0
               MOVE "RENT" TO WS-PAYMENT-TYPE
               MOVE WS-XFER-NEW-DORM-ID TO WS-DORM-ID
               MOVE WS-XFER-DIFF TO WS-AMOUNT-DUE
               MOVE SPACES TO WS-PAYMENT-NOTES
               STRING "PRORATED RATE DIFFERENCE ON TRANSFER ("
                      DELIMITED BY SIZE
                      WS-XFER-REMAIN DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-XFER-DIM DELIMITED BY SIZE
                      " DAYS)" DELIMITED BY SIZE
                      INTO WS-PAYMENT-NOTES
               END-STRING
               PERFORM LOG-PAYMENT-HISTORY
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER - NOTE TEXT FOR THE OLD ROOM
      *============================
       XFER-NOTE-OUT.
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "BALANCE SHARE MOVED ON TRANSFER TO "
                  DELIMITED BY SIZE
                  WS-XFER-NEW-DORM-ID DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TRANSFER - NOTE TEXT FOR THE NEW ROOM
      *============================
       XFER-NOTE-IN.
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "BALANCE SHARE MOVED ON TRANSFER FROM "
                  DELIMITED BY SIZE
                  WS-XFER-OLD-DORM-ID DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECORD A ROOM INVENTORY SNAPSHOT
      *============================
      *Caller sets WS-INV-DORM-ID, WS-INV-TENANT-ID and
      *WS-INV-PHASE (CHECKIN or CHECKOUT).
       RECORD-ROOM-INVENTORY.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-INV-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-INV-DATE
           END-STRING

           DISPLAY " "
           DISPLAY "ROOM CONDITION CHECKLIST (" WS-INV-PHASE
                   ") FOR ROOM " WS-INV-DORM-ID
           DISPLAY "RATE EACH ITEM 1=WRECKED TO 5=GOOD."

           OPEN EXTEND INVENTORY-FILE
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > 7
               DISPLAY "CONDITION OF "
                       FUNCTION TRIM(WS-INV-ITEM(WS-INV-IDX))
                       " (1-5): "
               MOVE 0 TO WS-INV-COND
               ACCEPT WS-INV-COND
               PERFORM UNTIL WS-INV-COND >= 1 AND
                             WS-INV-COND <= 5
                   DISPLAY "ENTER 1 - 5: "
                   ACCEPT WS-INV-COND
               END-PERFORM
               DISPLAY "REMARKS (EMPTY IF NONE): "
               MOVE SPACES TO WS-INV-REMARKS
               ACCEPT WS-INV-REMARKS

               MOVE WS-INV-DORM-ID   TO IN-DORM-ID
               MOVE WS-INV-TENANT-ID TO IN-TENANT-ID
               MOVE WS-INV-PHASE     TO IN-PHASE
               MOVE WS-INV-DATE      TO IN-DATE
               MOVE WS-INV-ITEM(WS-INV-IDX) TO IN-ITEM
               MOVE WS-INV-COND      TO IN-CONDITION
               MOVE WS-INV-REMARKS   TO IN-REMARKS
               WRITE INVENTORY-RECORD
           END-PERFORM
           CLOSE INVENTORY-FILE
           DISPLAY "INVENTORY SNAPSHOT RECORDED."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: INVENTORY - CONDITION OF ONE ITEM
      *============================
      *Caller sets WS-INV-DORM-ID, WS-INV-TENANT-ID, WS-INV-PHASE
      *and positions WS-INV-IDX; the latest matching row wins.
       INV-FIND-COND.
           MOVE "N" TO WS-INV-IN-FOUND
           MOVE 0 TO WS-INV-COND
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INV-SCAN-EOF
           PERFORM UNTIL WS-INV-SCAN-EOF = "Y"
               READ INVENTORY-FILE
                   AT END
                       MOVE "Y" TO WS-INV-SCAN-EOF
                   NOT AT END
                       IF IN-DORM-ID = WS-INV-DORM-ID AND
                          IN-TENANT-ID = WS-INV-TENANT-ID AND
                          IN-PHASE = WS-INV-PHASE AND
                          IN-ITEM = WS-INV-ITEM(WS-INV-IDX)
                           MOVE "Y" TO WS-INV-IN-FOUND
                           MOVE IN-CONDITION TO WS-INV-COND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHECK-OUT INVENTORY AND DAMAGE CHARGES
      *============================
      *Runs at the start of a checkout: captures the check-out
      *snapshot, puts it beside the check-in one, prices damage on
      *degraded items, and posts the total so the deposit
      *settlement that follows can apply against it.
       CHECKOUT-ROOM-INVENTORY.
           DISPLAY "CAPTURE THE CHECK-OUT ROOM INVENTORY NOW "
                   "(Y/N): "
           ACCEPT WS-INV-CONFIRM
           INSPECT WS-INV-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-INV-CONFIRM NOT = "Y"
               DISPLAY "INVENTORY SKIPPED. DAMAGE DEDUCTIONS "
                       "WILL HAVE NOTHING TO STAND ON."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ASSIGNED-D-ID TO WS-INV-DORM-ID
           MOVE UTIL-SEARCH-TENANT-ID TO WS-INV-TENANT-ID
           MOVE "CHECKOUT" TO WS-INV-PHASE
           PERFORM RECORD-ROOM-INVENTORY

           *> Side-by-side comparison, kept on file for disputes
           MOVE "INVCMP" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "invcmp_" DELIMITED BY SIZE
                  UTIL-SEARCH-TENANT-ID DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-INV-CMP-NAME
           STRING "TENANT " DELIMITED BY SIZE
                  UTIL-SEARCH-TENANT-ID DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT INV-COMPARE-FILE
           MOVE SPACES TO INV-COMPARE-RECORD
           STRING "INVENTORY COMPARISON - TENANT "
                  DELIMITED BY SIZE
                  UTIL-SEARCH-TENANT-ID DELIMITED BY SPACE
                  " ROOM " DELIMITED BY SIZE
                  WS-INV-DORM-ID DELIMITED BY SPACE
                  " ON " DELIMITED BY SIZE
                  WS-INV-DATE DELIMITED BY SPACE
                  INTO INV-COMPARE-RECORD
           END-STRING
           WRITE INV-COMPARE-RECORD
           MOVE "ITEM | CHECK-IN | CHECK-OUT | DAMAGE"
               TO INV-COMPARE-RECORD
           WRITE INV-COMPARE-RECORD

           DISPLAY " "
           DISPLAY "ITEM            IN  OUT"
           MOVE 0 TO WS-INV-DMG-TOTAL
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > 7
               MOVE "CHECKIN" TO WS-INV-PHASE
               PERFORM INV-FIND-COND
               MOVE WS-INV-COND TO WS-INV-IN-COND
               MOVE "CHECKOUT" TO WS-INV-PHASE
               PERFORM INV-FIND-COND

               DISPLAY WS-INV-ITEM(WS-INV-IDX) " "
                       WS-INV-IN-COND "   " WS-INV-COND

               MOVE 0 TO WS-INV-DMG-AMT
               IF WS-INV-COND < WS-INV-IN-COND
                   DISPLAY "  DAMAGE AMOUNT FOR "
                           FUNCTION TRIM(WS-INV-ITEM(WS-INV-IDX))
                           " (0 IF NONE): "
                   ACCEPT WS-INV-DMG-AMT
                   ADD WS-INV-DMG-AMT TO WS-INV-DMG-TOTAL
               END-IF

               MOVE SPACES TO INV-COMPARE-RECORD
               STRING WS-INV-ITEM(WS-INV-IDX)
                      DELIMITED BY SPACE
                      " | " DELIMITED BY SIZE
                      WS-INV-IN-COND DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-INV-COND DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-INV-DMG-AMT DELIMITED BY SIZE
                      INTO INV-COMPARE-RECORD
               END-STRING
               WRITE INV-COMPARE-RECORD
           END-PERFORM

           MOVE SPACES TO INV-COMPARE-RECORD
           STRING "TOTAL DAMAGE CHARGED: " DELIMITED BY SIZE
                  WS-INV-DMG-TOTAL DELIMITED BY SIZE
                  INTO INV-COMPARE-RECORD
           END-STRING
           WRITE INV-COMPARE-RECORD

           DISPLAY "COMPARISON SIGNED OFF BY THE TENANT (Y/N): "
           ACCEPT WS-INV-CONFIRM
           INSPECT WS-INV-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-INV-CONFIRM = "Y"
               MOVE "SIGNED OFF BY TENANT AT CHECK-OUT"
                   TO INV-COMPARE-RECORD
           ELSE
               MOVE "TENANT DECLINED TO SIGN OFF"
                   TO INV-COMPARE-RECORD
           END-IF
           WRITE INV-COMPARE-RECORD
           CLOSE INV-COMPARE-FILE
           PERFORM RPT-CATALOG-RUN
           DISPLAY "COMPARISON SAVED TO "
                   FUNCTION TRIM(WS-INV-CMP-NAME)

           IF WS-INV-DMG-TOTAL > 0
               PERFORM INV-POST-DAMAGE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: INVENTORY - POST THE DAMAGE TOTAL
      *============================
      *Damage rides the rent balance like work-order charges, so
      *the deposit settlement right after picks it up.
       INV-POST-DAMAGE.
           OPEN I-O DORM-FILE
           MOVE WS-INV-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-INV-DORM-ID
                           " NOT FOUND. DAMAGE NOT POSTED."
               NOT INVALID KEY
                   ADD WS-INV-DMG-TOTAL TO DI-RENT-BALANCE-DUE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT POST THE "
                                   "DAMAGE CHARGE."
                       NOT INVALID KEY
                           MOVE WS-INV-DORM-ID TO WS-DORM-ID
                           MOVE "RENT" TO WS-PAYMENT-TYPE
                           MOVE WS-INV-DMG-TOTAL TO WS-AMOUNT-DUE
                           MOVE 0 TO WS-AMOUNT-PAID
                           MOVE WS-INV-DATE
                               TO WS-PAYMENT-DATE-LOG
                           MOVE WS-INV-DATE TO WS-DUE-DATE-LOG
                           MOVE SPACES TO WS-PAYMENT-NOTES
                           STRING "CHECK-OUT DAMAGE CHARGES, "
                                  DELIMITED BY SIZE
                                  "TENANT " DELIMITED BY SIZE
                                  WS-INV-TENANT-ID
                                  DELIMITED BY SPACE
                                  INTO WS-PAYMENT-NOTES
                           END-STRING
                           MOVE WS-INV-TENANT-ID
                               TO WS-PAYMENT-TENANT-LOG
                           MOVE "INTERNAL"
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE SPACES TO WS-PAYMENT-REF-LOG
                           PERFORM LOG-PAYMENT-HISTORY
                           DISPLAY "DAMAGE CHARGES OF "
                                   WS-INV-DMG-TOTAL
                                   " POSTED TO THE ROOM."
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW ROOM CONDITION INVENTORY
      *============================
       VIEW-ROOM-INVENTORY.
           DISPLAY "ROOM (DORM ID, EMPTY FOR ALL): "
           MOVE SPACES TO WS-INV-DORM-ID
           ACCEPT WS-INV-DORM-ID
           INSPECT WS-INV-DORM-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY " "
           DISPLAY "ROOM CONDITION INVENTORY:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-INV-VIEW-COUNT
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVENTORY SNAPSHOTS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ INVENTORY-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF WS-INV-DORM-ID = SPACES OR
                              IN-DORM-ID = WS-INV-DORM-ID
                               ADD 1 TO WS-INV-VIEW-COUNT
                               DISPLAY IN-DORM-ID " | "
                                       IN-TENANT-ID " | "
                                       IN-PHASE " | "
                                       IN-DATE " | "
                                       IN-ITEM " "
                                       IN-CONDITION
                               IF IN-REMARKS NOT = SPACES
                                   DISPLAY "    " FUNCTION
                                           TRIM(IN-REMARKS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "ROWS LISTED: " WS-INV-VIEW-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRINT TENANT STATEMENT OF ACCOUNT
      *============================
       TENANT-STATEMENT.
           DISPLAY "=========================================="
           DISPLAY "   TENANT STATEMENT OF ACCOUNT"
           DISPLAY "=========================================="
           PERFORM SHOW-TENANT-LIST
           DISPLAY "ENTER TENANT ID: "
           ACCEPT WS-STMT-TENANT-ID
           INSPECT WS-STMT-TENANT-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-STMT-FOUND
           OPEN INPUT TENANT-FILE
           MOVE WS-STMT-TENANT-ID TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STMT-FOUND
                   MOVE SI-NAME TO WS-STMT-TENANT-NAME
                   MOVE SI-ASSIGNED-D-ID TO WS-STMT-DORM-ID
           END-READ
           CLOSE TENANT-FILE

           IF WS-STMT-FOUND = "N"
               DISPLAY "TENANT " WS-STMT-TENANT-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           IF WS-STMT-DORM-ID = SPACES OR
              WS-STMT-DORM-ID = "UNASSIGNED"
               DISPLAY "TENANT HAS NO ASSIGNED ROOM; NO CHARGES "
                       "TO REPORT."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Room charges are split equally across the room's
           *> current occupants
           MOVE 1 TO WS-STMT-OCCUPANTS
           OPEN INPUT DORM-FILE
           MOVE WS-STMT-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-STMT-DORM-ID
                           " NOT FOUND. ASSUMING SOLE OCCUPANT."
               NOT INVALID KEY
                   IF DI-OCCUPANT-COUNT > 0
                       MOVE DI-OCCUPANT-COUNT TO WS-STMT-OCCUPANTS
                   END-IF
           END-READ
           CLOSE DORM-FILE

           PERFORM AUDIT-COLLECT-VOIDED-TXNS

           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "statement_" DELIMITED BY SIZE
                  WS-STMT-TENANT-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-STATEMENT-FILENAME
           END-STRING
           OPEN OUTPUT STATEMENT-FILE

           MOVE "========================================"
               TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  STATEMENT OF ACCOUNT - TENANT "
                  DELIMITED BY SIZE
                  WS-STMT-TENANT-ID DELIMITED BY SPACE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STMT-TENANT-NAME)
                  DELIMITED BY SIZE
                  " - ROOM " DELIMITED BY SIZE
                  WS-STMT-DORM-ID DELIMITED BY SPACE
                  " (SHARED BY " DELIMITED BY SIZE
                  WS-STMT-OCCUPANTS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE "========================================"
               TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 0 TO WS-STMT-CHARGES
           MOVE 0 TO WS-STMT-PAYMENTS

           OPEN INPUT HISTORY-FILE
           MOVE "N" TO UTIL-EOF
           MOVE WS-STMT-DORM-ID TO PH-DORM-ID
           START HISTORY-FILE KEY >= PH-DORM-ID
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PH-DORM-ID = WS-STMT-DORM-ID
                           PERFORM STATEMENT-APPLY-ENTRY
                       ELSE
                           MOVE "Y" TO UTIL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           COMPUTE WS-STMT-BALANCE =
                   WS-STMT-CHARGES - WS-STMT-PAYMENTS

           MOVE "----------------------------------------"
               TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-STMT-CHARGES TO WS-STMT-EDIT-A
           MOVE SPACES TO STATEMENT-RECORD
           STRING "TOTAL SHARE OF CHARGES : " DELIMITED BY SIZE
                  WS-STMT-EDIT-A DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE WS-STMT-PAYMENTS TO WS-STMT-EDIT-A
           MOVE SPACES TO STATEMENT-RECORD
           STRING "TOTAL PAYMENTS CREDITED: " DELIMITED BY SIZE
                  WS-STMT-EDIT-A DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE WS-STMT-BALANCE TO WS-STMT-EDIT-A
           MOVE SPACES TO STATEMENT-RECORD
           STRING "BALANCE DUE            : " DELIMITED BY SIZE
                  WS-STMT-EDIT-A DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           *> Overpayments held on account show as a proper credit
           *> line instead of a confusing negative balance
           MOVE WS-STMT-TENANT-ID TO WS-CR-TENANT-ID
           PERFORM CREDIT-SUM-OPEN
           IF WS-CR-OPEN-AMT > 0
               MOVE WS-CR-OPEN-AMT TO WS-STMT-EDIT-A
               MOVE SPACES TO STATEMENT-RECORD
               STRING "CREDIT ON ACCOUNT      : "
                      DELIMITED BY SIZE
                      WS-STMT-EDIT-A DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF
           CLOSE STATEMENT-FILE

           DISPLAY " "
           DISPLAY "TENANT SHARE OF CHARGES : " WS-STMT-CHARGES
           DISPLAY "PAYMENTS CREDITED       : " WS-STMT-PAYMENTS
           DISPLAY "INDIVIDUAL BALANCE DUE  : " WS-STMT-BALANCE
           IF WS-CR-OPEN-AMT > 0
               DISPLAY "CREDIT ON ACCOUNT       : " WS-CR-OPEN-AMT
           END-IF
           DISPLAY "STATEMENT SAVED TO " WS-STATEMENT-FILENAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: STATEMENT - APPLY ONE HISTORY ENTRY
      *============================
       STATEMENT-APPLY-ENTRY.
           *> VOID entries and the entries they reversed stay off
           *> the statement
           IF PH-PAYMENT-TYPE = "VOID"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AUDIT-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-AUDIT-VOIDED
               END-IF
           END-PERFORM
           IF WS-AUDIT-VOIDED = "Y"
               EXIT PARAGRAPH
           END-IF

           *> Any billable charge type belongs on the statement;
           *> only the bookkeeping entry types stay off it
           IF PH-PAYMENT-TYPE NOT = "CHECKOUT" AND
              PH-PAYMENT-TYPE NOT = "DEPOSIT" AND
              PH-PAYMENT-TYPE NOT = "DEP-APPLIED" AND
              PH-PAYMENT-TYPE NOT = "DEP-REFUND" AND
              PH-PAYMENT-TYPE NOT = "DEP-FORFEIT" AND
              PH-PAYMENT-TYPE NOT = "BOOKING" AND
              PH-PAYMENT-TYPE NOT = "CREDIT-REFUND" AND
              PH-PAYMENT-TYPE NOT = "BD-RECOVERY" AND
              PH-PAYMENT-TYPE NOT = "BD-COLLECTION"

               *> This tenant's share of the room charge
               IF PH-AMOUNT-DUE NOT = 0
                   COMPUTE WS-STMT-SHARE ROUNDED =
                           PH-AMOUNT-DUE / WS-STMT-OCCUPANTS
                   ADD WS-STMT-SHARE TO WS-STMT-CHARGES
                   MOVE WS-STMT-SHARE TO WS-STMT-EDIT-A
                   MOVE PH-AMOUNT-DUE TO WS-STMT-EDIT-B
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING PH-PAYMENT-DATE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          PH-PAYMENT-TYPE DELIMITED BY SPACE
                          " CHARGE SHARE " DELIMITED BY SIZE
                          WS-STMT-EDIT-A DELIMITED BY SIZE
                          " (ROOM TOTAL " DELIMITED BY SIZE
                          WS-STMT-EDIT-B DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   END-STRING
                   WRITE STATEMENT-RECORD
               END-IF

               *> Payments made by this tenant count in full;
               *> payments for the whole room are split
               IF PH-AMOUNT-PAID NOT = 0
                   MOVE 0 TO WS-STMT-SHARE
                   IF PH-TENANT-ID = WS-STMT-TENANT-ID
                       MOVE PH-AMOUNT-PAID TO WS-STMT-SHARE
                   ELSE
                       IF PH-TENANT-ID = SPACES
                           COMPUTE WS-STMT-SHARE ROUNDED =
                                   PH-AMOUNT-PAID /
                                   WS-STMT-OCCUPANTS
                       END-IF
                   END-IF
                   IF WS-STMT-SHARE NOT = 0
                       ADD WS-STMT-SHARE TO WS-STMT-PAYMENTS
                       MOVE WS-STMT-SHARE TO WS-STMT-EDIT-A
                       MOVE SPACES TO STATEMENT-RECORD
                       STRING PH-PAYMENT-DATE DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              PH-PAYMENT-TYPE DELIMITED BY SPACE
                              " PAYMENT " DELIMITED BY SIZE
                              WS-STMT-EDIT-A DELIMITED BY SIZE
                              INTO STATEMENT-RECORD
                       END-STRING
                       WRITE STATEMENT-RECORD
                   END-IF
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREATE LEASE AT MOVE-IN
      *============================
       CREATE-LEASE-RECORD.
           DISPLAY " "
           DISPLAY "LEASE DETAILS"
           DISPLAY "Move-in date (YYYY-MM-DD, empty for today): "
           MOVE SPACES TO WS-LEASE-START
           ACCEPT WS-LEASE-START
           IF WS-LEASE-START = SPACES
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-LEASE-START
               END-STRING
           ELSE
               MOVE WS-LEASE-START TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
                   ACCEPT WS-LEASE-START
                   MOVE WS-LEASE-START TO WS-VALIDATE-DATE-IN
                   PERFORM VALIDATE-DATE-FORMAT
               END-PERFORM
           END-IF

           DISPLAY "Lease term in months (e.g., 12): "
           MOVE 0 TO WS-LEASE-TERM
           ACCEPT WS-LEASE-TERM
           PERFORM UNTIL WS-LEASE-TERM > 0
               DISPLAY "TERM MUST BE AT LEAST 1 MONTH: "
               ACCEPT WS-LEASE-TERM
           END-PERFORM

           MOVE WS-RENT-AMOUNT-PAID TO WS-LEASE-RATE

           *> End date = start date advanced one month per term
           *> month, clamped the same way the rollover is
           MOVE WS-LEASE-START TO WS-ROLLOVER-DATE-IN
           PERFORM VARYING WS-LEASE-I FROM 1 BY 1
               UNTIL WS-LEASE-I > WS-LEASE-TERM
               PERFORM ADVANCE-DATE-ONE-MONTH
               MOVE WS-ROLLOVER-DATE-OUT TO WS-ROLLOVER-DATE-IN
           END-PERFORM
           MOVE WS-ROLLOVER-DATE-OUT TO WS-LEASE-END

           MOVE WS-TENANT-ID     TO LE-TENANT-ID
           MOVE WS-ASSIGNED-D-ID TO LE-DORM-ID
           MOVE WS-LEASE-START   TO LE-START-DATE
           MOVE WS-LEASE-TERM    TO LE-TERM-MONTHS
           MOVE WS-LEASE-RATE    TO LE-MONTHLY-RATE
           MOVE WS-LEASE-END     TO LE-END-DATE
           MOVE "ACTIVE"         TO LE-RENEWAL-STATUS

           OPEN EXTEND LEASE-FILE
           WRITE LEASE-RECORD
           CLOSE LEASE-FILE
           DISPLAY "LEASE RECORDED: " WS-LEASE-START " TO "
                   WS-LEASE-END " AT " WS-LEASE-RATE "/MONTH"

           PERFORM LEASE-POST-PRORATED-RENT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LEASE - PRORATED FIRST MONTH CHARGE
      *============================
       LEASE-POST-PRORATED-RENT.
           *> Charge only the days actually occupied this month
           *> instead of a full month regardless of move-in day
           MOVE WS-LEASE-START(1:4) TO WS-LEASE-YEAR
           MOVE WS-LEASE-START(6:2) TO WS-LEASE-MONTH
           MOVE WS-LEASE-START(9:2) TO WS-LEASE-DAY

           EVALUATE WS-LEASE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-LEASE-DIM
               WHEN 2
                   IF FUNCTION MOD(WS-LEASE-YEAR, 400) = 0
                      OR (FUNCTION MOD(WS-LEASE-YEAR, 4) = 0
                      AND FUNCTION MOD(WS-LEASE-YEAR, 100)
                          NOT = 0)
                       MOVE 29 TO WS-LEASE-DIM
                   ELSE
                       MOVE 28 TO WS-LEASE-DIM
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LEASE-DIM
           END-EVALUATE

           COMPUTE WS-LEASE-REMAIN = WS-LEASE-DIM - WS-LEASE-DAY + 1
           COMPUTE WS-LEASE-PRORATE ROUNDED =
                   WS-LEASE-RATE * WS-LEASE-REMAIN / WS-LEASE-DIM

           IF WS-LEASE-PRORATE <= 0
               EXIT PARAGRAPH
           END-IF

           *> DORM-FILE is already open from the add-tenant flow
           MOVE WS-ASSIGNED-D-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WS-ASSIGNED-D-ID
                           " NOT FOUND. PRORATED RENT NOT POSTED."
               NOT INVALID KEY
                   *> Only the balance takes the prorate;
                   *> DI-RENT-AMOUNT stays the room's standing
                   *> monthly rent (deposits, leases and the
                   *> billing-run fallback all read it)
                   ADD WS-LEASE-PRORATE TO DI-RENT-BALANCE-DUE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT POST PRORATED "
                                   "RENT."
                       NOT INVALID KEY
                           MOVE WS-ASSIGNED-D-ID TO WS-DORM-ID
                           MOVE "RENT" TO WS-PAYMENT-TYPE
                           MOVE WS-LEASE-PRORATE TO WS-AMOUNT-DUE
                           MOVE 0 TO WS-AMOUNT-PAID
                           MOVE WS-LEASE-START
                               TO WS-PAYMENT-DATE-LOG
                           MOVE WS-LEASE-START TO WS-DUE-DATE-LOG
                           MOVE SPACES TO WS-PAYMENT-NOTES
                           STRING "PRORATED FIRST MONTH ("
                                  DELIMITED BY SIZE
                                  WS-LEASE-REMAIN DELIMITED BY SIZE
                                  " OF " DELIMITED BY SIZE
                                  WS-LEASE-DIM DELIMITED BY SIZE
                                  " DAYS)" DELIMITED BY SIZE
                                  INTO WS-PAYMENT-NOTES
                           END-STRING
                           MOVE WS-TENANT-ID
                               TO WS-PAYMENT-TENANT-LOG
                           MOVE "INTERNAL"
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE SPACES TO WS-PAYMENT-REF-LOG
                           PERFORM LOG-PAYMENT-HISTORY
                           DISPLAY "PRORATED FIRST-MONTH RENT "
                                   "POSTED: " WS-LEASE-PRORATE
                   END-REWRITE
           END-READ
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SHOW A TENANT'S ACTIVE LEASE
      *============================
       SHOW-TENANT-LEASE.
           MOVE "N" TO WS-LEASE-FOUND
           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS NOT = "00"
               DISPLAY "  LEASE              : NONE ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ LEASE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF LE-TENANT-ID = UTIL-SEARCH-TENANT-ID AND
                          LE-RENEWAL-STATUS = "ACTIVE"
                           MOVE "Y" TO WS-LEASE-FOUND
                           DISPLAY "  LEASE              : "
                                   LE-START-DATE " TO " LE-END-DATE
                                   " (" LE-TERM-MONTHS " MO AT "
                                   LE-MONTHLY-RATE ")"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEASE-FILE
           IF WS-LEASE-FOUND = "N"
               DISPLAY "  LEASE              : NONE ON FILE"
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MARK A TENANT'S LEASE ENDED
      *============================
       END-TENANT-LEASE.
           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-LEASE-FILE

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ LEASE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF LE-TENANT-ID = UTIL-SEARCH-TENANT-ID AND
                          LE-RENEWAL-STATUS = "ACTIVE"
                           MOVE "ENDED" TO LE-RENEWAL-STATUS
                       END-IF
                       WRITE TEMP-LEASE-RECORD FROM LEASE-RECORD
               END-READ
           END-PERFORM

           CLOSE LEASE-FILE TEMP-LEASE-FILE
           PERFORM SAVE-LEASE-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE LEASE RECORD
      *============================
       SAVE-LEASE-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del lease.dat"
               CALL "SYSTEM" USING "rename templse.dat lease.dat"

           ELSE
               CALL "SYSTEM" USING "mv templse.dat lease.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LEASE EXPIRY REPORT
      *============================
       LEASE-EXPIRY-REPORT.
           DISPLAY "=========================================="
           DISPLAY "     LEASES EXPIRING IN 30 / 60 DAYS"
           DISPLAY "=========================================="

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE 0 TO WS-LEASE-DUE-30
           MOVE 0 TO WS-LEASE-DUE-60
           MOVE 0 TO WS-LEASE-LAPSED

           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS NOT = "00"
               DISPLAY "NO LEASES ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ LEASE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF LE-RENEWAL-STATUS = "ACTIVE"
                           MOVE LE-END-DATE TO WS-CHECK-DUE-DATE
                           PERFORM CALC-OVERDUE-DAYS
                           COMPUTE WS-LEASE-DAYS-TO-END =
                                   0 - WS-DAYS-OVERDUE
                           EVALUATE TRUE
                               WHEN WS-LEASE-DAYS-TO-END < 0
                                   ADD 1 TO WS-LEASE-LAPSED
                                   DISPLAY "LAPSED   | TENANT "
                                           LE-TENANT-ID " ROOM "
                                           LE-DORM-ID " ENDED "
                                           LE-END-DATE
                               WHEN WS-LEASE-DAYS-TO-END <= 30
                                   ADD 1 TO WS-LEASE-DUE-30
                                   DISPLAY "30 DAYS  | TENANT "
                                           LE-TENANT-ID " ROOM "
                                           LE-DORM-ID " ENDS "
                                           LE-END-DATE
                               WHEN WS-LEASE-DAYS-TO-END <= 60
                                   ADD 1 TO WS-LEASE-DUE-60
                                   DISPLAY "60 DAYS  | TENANT "
                                           LE-TENANT-ID " ROOM "
                                           LE-DORM-ID " ENDS "
                                           LE-END-DATE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEASE-FILE

           DISPLAY " "
           DISPLAY "EXPIRING WITHIN 30 DAYS: " WS-LEASE-DUE-30
           DISPLAY "EXPIRING WITHIN 60 DAYS: " WS-LEASE-DUE-60
           DISPLAY "ALREADY LAPSED         : " WS-LEASE-LAPSED
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECORD SECURITY DEPOSIT AT MOVE-IN
      *============================
       RECORD-SECURITY-DEPOSIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DEPOSIT-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DEPOSIT-DATE
           END-STRING

           *> Deposit cash may not land in a day that has already
           *> been reconciled; same rule as the payment screens
           MOVE WS-DEPOSIT-DATE TO WS-CLOSEOUT-CHECK-DATE
           PERFORM CHECK-DATE-NOT-CLOSED
           IF WS-DATE-CLOSED-FLAG = "Y"
               DISPLAY "TODAY (" WS-DEPOSIT-DATE ") IS ALREADY "
                       "RECONCILED (CLOSED)."
               DISPLAY "ENTER AN OPEN RECEIPT DATE FOR THE "
                       "DEPOSIT (YYYY-MM-DD): "
               MOVE "N" TO WS-DATE-VALID-FLAG
               PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                   MOVE SPACES TO WS-DEPOSIT-DATE
                   ACCEPT WS-DEPOSIT-DATE
                   MOVE WS-DEPOSIT-DATE TO WS-VALIDATE-DATE-IN
                   PERFORM VALIDATE-DATE-FORMAT
                   IF WS-DATE-VALID-FLAG = "Y"
                       MOVE WS-DEPOSIT-DATE
                           TO WS-CLOSEOUT-CHECK-DATE
                       PERFORM CHECK-DATE-NOT-CLOSED
                       IF WS-DATE-CLOSED-FLAG = "Y"
                           MOVE "N" TO WS-DATE-VALID-FLAG
                           DISPLAY "THAT DATE IS ALREADY "
                                   "RECONCILED (CLOSED). ENTER "
                                   "ANOTHER DATE: "
                       END-IF
                   ELSE
                       DISPLAY "INVALID DATE. USE FORMAT "
                               "YYYY-MM-DD: "
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-TENANT-ID        TO DP-TENANT-ID
           MOVE WS-ASSIGNED-D-ID    TO DP-DORM-ID
           MOVE WS-RENT-AMOUNT-PAID TO DP-AMOUNT
           MOVE WS-DEPOSIT-DATE     TO DP-DATE-RECEIVED
           MOVE "HELD"              TO DP-STATUS
           MOVE SPACES              TO DP-DATE-CLOSED
           MOVE 0                   TO DP-AMOUNT-APPLIED
           MOVE 0                   TO DP-AMOUNT-REFUNDED

           OPEN EXTEND DEPOSIT-FILE
           WRITE DEPOSIT-RECORD
           DISPLAY "SECURITY DEPOSIT (ONE MONTH RENT) RECORDED: "
                   DP-AMOUNT
           CLOSE DEPOSIT-FILE

           *> The deposit is money received, so it gets its own
           *> history entry (due = paid keeps it balance-neutral)
           MOVE WS-ASSIGNED-D-ID    TO WS-DORM-ID
           MOVE "DEPOSIT"           TO WS-PAYMENT-TYPE
           MOVE WS-RENT-AMOUNT-PAID TO WS-AMOUNT-DUE
           MOVE WS-RENT-AMOUNT-PAID TO WS-AMOUNT-PAID
           MOVE WS-DEPOSIT-DATE     TO WS-PAYMENT-DATE-LOG
           MOVE WS-DEPOSIT-DATE     TO WS-DUE-DATE-LOG
           MOVE SPACES              TO WS-PAYMENT-NOTES
           STRING "SECURITY DEPOSIT FROM TENANT " DELIMITED BY SIZE
                  WS-TENANT-ID DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           MOVE "CASH" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND HELD DEPOSIT FOR A TENANT
      *============================
       FIND-TENANT-DEPOSIT.
           MOVE "N" TO WS-DEPOSIT-FOUND
           MOVE 0 TO WS-DEPOSIT-AMOUNT

           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF DP-TENANT-ID = UTIL-SEARCH-TENANT-ID AND
                          DP-STATUS = "HELD"
                           MOVE "Y" TO WS-DEPOSIT-FOUND
                           MOVE DP-AMOUNT TO WS-DEPOSIT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPOSIT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHECKOUT - SLOT RENTAL BALANCES OF THE ROOM
      *============================
      *WS-ASSIGNED-D-ID in; WS-CHECKOUT-SLOT-AMT per rental type and
      *WS-CHECKOUT-SLOT-BAL out.
       CHECKOUT-SLOT-BALANCES.
           MOVE 0 TO WS-CHECKOUT-SLOT-BAL
           INITIALIZE WS-CHECKOUT-SLOT-TABLE
           OPEN INPUT CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHECKOUT-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-CHECKOUT-SLOT-IDX > 4
               MOVE WS-ASSIGNED-D-ID TO CB-DORM-ID
               MOVE WS-AX-TYPE-NAME(WS-CHECKOUT-SLOT-IDX)
                   TO CB-TYPE-CODE
               READ CHARGE-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CB-BALANCE-DUE
                         TO WS-CHECKOUT-SLOT-AMT(WS-CHECKOUT-SLOT-IDX)
                       ADD CB-BALANCE-DUE TO WS-CHECKOUT-SLOT-BAL
                       IF CB-BALANCE-DUE NOT = 0
                           DISPLAY "  " CB-TYPE-CODE " BALANCE : "
                                   CB-BALANCE-DUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-BALANCE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SETTLE DEPOSIT AT CHECKOUT
      *============================
       SETTLE-TENANT-DEPOSIT.
           DISPLAY " "
           DISPLAY "SECURITY DEPOSIT HELD: " WS-DEPOSIT-AMOUNT
           DISPLAY "1 - APPLY DEPOSIT TO BALANCES, REFUND REMAINDER"
           DISPLAY "2 - REFUND DEPOSIT IN FULL"
           DISPLAY "3 - FORFEIT DEPOSIT"
           DISPLAY "ENTER CHOICE (1 - 3): "
           MOVE 0 TO WS-DEPOSIT-CHOICE
           ACCEPT WS-DEPOSIT-CHOICE
           PERFORM UNTIL WS-DEPOSIT-CHOICE >= 1 AND
                         WS-DEPOSIT-CHOICE <= 3
               DISPLAY "INVALID CHOICE. ENTER 1 - 3: "
               ACCEPT WS-DEPOSIT-CHOICE
           END-PERFORM

           MOVE 0 TO WS-DEPOSIT-APPLIED
           MOVE 0 TO WS-DEPOSIT-REFUND
           MOVE 0 TO WS-DEPOSIT-RENT-PART
           MOVE 0 TO WS-DEPOSIT-ELEC-PART
           MOVE 0 TO WS-DEPOSIT-WATER-PART
           MOVE 0 TO WS-DEPOSIT-KEY-PART
           MOVE 0 TO WS-DEPOSIT-CARD-PART
           MOVE 0 TO WS-DEPOSIT-SLOT-TOT
           INITIALIZE WS-DEPOSIT-SLOT-TABLE

           EVALUATE WS-DEPOSIT-CHOICE
               WHEN 1
                   PERFORM APPLY-DEPOSIT-TO-BALANCES
               WHEN 2
                   MOVE WS-DEPOSIT-AMOUNT TO WS-DEPOSIT-REFUND
               WHEN 3
                   CONTINUE
           END-EVALUATE

           *> Disposition of the remainder gets its own entry so the
           *> money trail in the history file is complete
           MOVE WS-ASSIGNED-D-ID TO WS-DORM-ID
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE WS-MOVE-OUT-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-MOVE-OUT-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           IF WS-DEPOSIT-REFUND > 0
               MOVE "DEP-REFUND" TO WS-PAYMENT-TYPE
               MOVE WS-DEPOSIT-REFUND TO WS-AMOUNT-PAID
               MOVE "REFUNDED" TO WS-DEPOSIT-NEW-STATUS
               STRING "DEPOSIT REFUND TO TENANT " DELIMITED BY SIZE
                      UTIL-SEARCH-TENANT-ID DELIMITED BY SPACE
                      INTO WS-PAYMENT-NOTES
               END-STRING
           ELSE
               IF WS-DEPOSIT-CHOICE = 1
                   MOVE "DEP-APPLIED" TO WS-PAYMENT-TYPE
                   MOVE "APPLIED" TO WS-DEPOSIT-NEW-STATUS
                   STRING "DEPOSIT FULLY APPLIED, TENANT "
                          DELIMITED BY SIZE
                          UTIL-SEARCH-TENANT-ID DELIMITED BY SPACE
                          INTO WS-PAYMENT-NOTES
                   END-STRING
               ELSE
                   MOVE "DEP-FORFEIT" TO WS-PAYMENT-TYPE
                   MOVE "FORFEITED" TO WS-DEPOSIT-NEW-STATUS
                   STRING "DEPOSIT FORFEITED BY TENANT "
                          DELIMITED BY SIZE
                          UTIL-SEARCH-TENANT-ID DELIMITED BY SPACE
                          INTO WS-PAYMENT-NOTES
                   END-STRING
               END-IF
               MOVE 0 TO WS-AMOUNT-PAID
           END-IF
           MOVE UTIL-SEARCH-TENANT-ID TO WS-PAYMENT-TENANT-LOG
           MOVE "CASH" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY

           MOVE WS-MOVE-OUT-DATE TO WS-DEPOSIT-CLOSE-DATE
           PERFORM UPDATE-DEPOSIT-RECORD

           DISPLAY "DEPOSIT SETTLED. APPLIED: " WS-DEPOSIT-APPLIED
                   " REFUNDED: " WS-DEPOSIT-REFUND
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: APPLY DEPOSIT AGAINST OUTSTANDING BALANCES
      *============================
       APPLY-DEPOSIT-TO-BALANCES.
           MOVE WS-DEPOSIT-AMOUNT TO WS-DEPOSIT-APPLY-LEFT

           *> Rent first, then electricity, then water
           IF WS-CHECKOUT-RENT-BAL > 0
               IF WS-CHECKOUT-RENT-BAL < WS-DEPOSIT-APPLY-LEFT
                   MOVE WS-CHECKOUT-RENT-BAL TO WS-DEPOSIT-RENT-PART
               ELSE
                   MOVE WS-DEPOSIT-APPLY-LEFT TO WS-DEPOSIT-RENT-PART
               END-IF
               SUBTRACT WS-DEPOSIT-RENT-PART
                   FROM WS-DEPOSIT-APPLY-LEFT
           END-IF

           IF WS-CHECKOUT-ELEC-BAL > 0 AND WS-DEPOSIT-APPLY-LEFT > 0
               IF WS-CHECKOUT-ELEC-BAL < WS-DEPOSIT-APPLY-LEFT
                   MOVE WS-CHECKOUT-ELEC-BAL TO WS-DEPOSIT-ELEC-PART
               ELSE
                   MOVE WS-DEPOSIT-APPLY-LEFT TO WS-DEPOSIT-ELEC-PART
               END-IF
               SUBTRACT WS-DEPOSIT-ELEC-PART
                   FROM WS-DEPOSIT-APPLY-LEFT
           END-IF

           IF WS-CHECKOUT-WATER-BAL > 0 AND WS-DEPOSIT-APPLY-LEFT > 0
               IF WS-CHECKOUT-WATER-BAL < WS-DEPOSIT-APPLY-LEFT
                   MOVE WS-CHECKOUT-WATER-BAL TO WS-DEPOSIT-WATER-PART
               ELSE
                   MOVE WS-DEPOSIT-APPLY-LEFT TO WS-DEPOSIT-WATER-PART
               END-IF
               SUBTRACT WS-DEPOSIT-WATER-PART
                   FROM WS-DEPOSIT-APPLY-LEFT
           END-IF

           *> Then any key or card replacement fees from clearance
           IF WS-KR-KEY-FEE-TOT > 0 AND WS-DEPOSIT-APPLY-LEFT > 0
               IF WS-KR-KEY-FEE-TOT < WS-DEPOSIT-APPLY-LEFT
                   MOVE WS-KR-KEY-FEE-TOT TO WS-DEPOSIT-KEY-PART
               ELSE
                   MOVE WS-DEPOSIT-APPLY-LEFT TO WS-DEPOSIT-KEY-PART
               END-IF
               SUBTRACT WS-DEPOSIT-KEY-PART
                   FROM WS-DEPOSIT-APPLY-LEFT
           END-IF

           IF WS-KR-CARD-FEE-TOT > 0 AND WS-DEPOSIT-APPLY-LEFT > 0
               IF WS-KR-CARD-FEE-TOT < WS-DEPOSIT-APPLY-LEFT
                   MOVE WS-KR-CARD-FEE-TOT TO WS-DEPOSIT-CARD-PART
               ELSE
                   MOVE WS-DEPOSIT-APPLY-LEFT TO WS-DEPOSIT-CARD-PART
               END-IF
               SUBTRACT WS-DEPOSIT-CARD-PART
                   FROM WS-DEPOSIT-APPLY-LEFT
           END-IF

           *> Then parking, bike rack, locker and storage rentals
           PERFORM VARYING WS-CHECKOUT-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-CHECKOUT-SLOT-IDX > 4
               IF WS-CHECKOUT-SLOT-AMT(WS-CHECKOUT-SLOT-IDX) > 0
                  AND WS-DEPOSIT-APPLY-LEFT > 0
                   IF WS-CHECKOUT-SLOT-AMT(WS-CHECKOUT-SLOT-IDX) <
                      WS-DEPOSIT-APPLY-LEFT
                       MOVE WS-CHECKOUT-SLOT-AMT(WS-CHECKOUT-SLOT-IDX)
                         TO WS-DEPOSIT-SLOT-PART(WS-CHECKOUT-SLOT-IDX)
                   ELSE
                       MOVE WS-DEPOSIT-APPLY-LEFT
                         TO WS-DEPOSIT-SLOT-PART(WS-CHECKOUT-SLOT-IDX)
                   END-IF
                   SUBTRACT WS-DEPOSIT-SLOT-PART(WS-CHECKOUT-SLOT-IDX)
                       FROM WS-DEPOSIT-APPLY-LEFT
                   ADD WS-DEPOSIT-SLOT-PART(WS-CHECKOUT-SLOT-IDX)
                       TO WS-DEPOSIT-SLOT-TOT
               END-IF
           END-PERFORM

           COMPUTE WS-DEPOSIT-APPLIED =
                   WS-DEPOSIT-RENT-PART + WS-DEPOSIT-ELEC-PART +
                   WS-DEPOSIT-WATER-PART + WS-DEPOSIT-KEY-PART +
                   WS-DEPOSIT-CARD-PART + WS-DEPOSIT-SLOT-TOT
           MOVE WS-DEPOSIT-APPLY-LEFT TO WS-DEPOSIT-REFUND

           IF WS-DEPOSIT-APPLIED > 0
               OPEN I-O DORM-FILE
               MOVE WS-ASSIGNED-D-ID TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "WARNING: ROOM " WS-ASSIGNED-D-ID
                               " NOT FOUND. BALANCES NOT ADJUSTED."
                   NOT INVALID KEY
                       SUBTRACT WS-DEPOSIT-RENT-PART
                           FROM DI-RENT-BALANCE-DUE
                       SUBTRACT WS-DEPOSIT-ELEC-PART
                           FROM DI-ELECTRICITY-BALANCE-DUE
                       SUBTRACT WS-DEPOSIT-WATER-PART
                           FROM DI-WATER-BALANCE-DUE
                       REWRITE DORM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT ADJUST "
                                       "DORM BALANCES."
                           NOT INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE DORM-FILE

               *> Each charge type paid by the deposit is logged
               *> against that type so the balances reconcile
               MOVE WS-ASSIGNED-D-ID TO WS-DORM-ID
               MOVE 0 TO WS-AMOUNT-DUE
               MOVE WS-MOVE-OUT-DATE TO WS-PAYMENT-DATE-LOG
               MOVE WS-MOVE-OUT-DATE TO WS-DUE-DATE-LOG
               MOVE SPACES TO WS-PAYMENT-NOTES
               STRING "PAID BY SECURITY DEPOSIT, TENANT "
                      DELIMITED BY SIZE
                      UTIL-SEARCH-TENANT-ID DELIMITED BY SPACE
                      INTO WS-PAYMENT-NOTES
               END-STRING
               MOVE UTIL-SEARCH-TENANT-ID TO WS-PAYMENT-TENANT-LOG
               MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
               MOVE SPACES TO WS-PAYMENT-REF-LOG

               IF WS-DEPOSIT-RENT-PART > 0
                   MOVE "RENT" TO WS-PAYMENT-TYPE
                   MOVE WS-DEPOSIT-RENT-PART TO WS-AMOUNT-PAID
                   PERFORM LOG-PAYMENT-HISTORY
               END-IF
               IF WS-DEPOSIT-ELEC-PART > 0
                   MOVE "ELECTRICITY" TO WS-PAYMENT-TYPE
                   MOVE WS-DEPOSIT-ELEC-PART TO WS-AMOUNT-PAID
                   PERFORM LOG-PAYMENT-HISTORY
               END-IF
               IF WS-DEPOSIT-WATER-PART > 0
                   MOVE "WATER" TO WS-PAYMENT-TYPE
                   MOVE WS-DEPOSIT-WATER-PART TO WS-AMOUNT-PAID
                   PERFORM LOG-PAYMENT-HISTORY
               END-IF
               IF WS-DEPOSIT-KEY-PART > 0
                   MOVE "LOST-KEY" TO WS-KR-POST-CODE
                   MOVE WS-DEPOSIT-KEY-PART TO WS-KR-POST-AMT
                   PERFORM KEY-DEPOSIT-PAY-FEE
               END-IF
               IF WS-DEPOSIT-CARD-PART > 0
                   MOVE "CARD-REPLACE" TO WS-KR-POST-CODE
                   MOVE WS-DEPOSIT-CARD-PART TO WS-KR-POST-AMT
                   PERFORM KEY-DEPOSIT-PAY-FEE
               END-IF
               PERFORM VARYING WS-CHECKOUT-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-CHECKOUT-SLOT-IDX > 4
                   IF WS-DEPOSIT-SLOT-PART(WS-CHECKOUT-SLOT-IDX) > 0
                       MOVE WS-AX-TYPE-NAME(WS-CHECKOUT-SLOT-IDX)
                           TO WS-KR-POST-CODE
                       MOVE WS-DEPOSIT-SLOT-PART(WS-CHECKOUT-SLOT-IDX)
                           TO WS-KR-POST-AMT
                       PERFORM KEY-DEPOSIT-PAY-FEE
                   END-IF
               END-PERFORM

               *> Keep the checkout figures in step so the CHECKOUT
               *> history entry reflects the post-deposit balances
               SUBTRACT WS-DEPOSIT-RENT-PART
                   FROM WS-CHECKOUT-RENT-BAL
               SUBTRACT WS-DEPOSIT-ELEC-PART
                   FROM WS-CHECKOUT-ELEC-BAL
               SUBTRACT WS-DEPOSIT-WATER-PART
                   FROM WS-CHECKOUT-WATER-BAL
               SUBTRACT WS-DEPOSIT-KEY-PART
                   FROM WS-CHECKOUT-KEY-BAL
               SUBTRACT WS-DEPOSIT-CARD-PART
                   FROM WS-CHECKOUT-KEY-BAL
               SUBTRACT WS-DEPOSIT-SLOT-TOT
                   FROM WS-CHECKOUT-SLOT-BAL
               COMPUTE WS-CHECKOUT-TOTAL-BAL =
                       WS-CHECKOUT-RENT-BAL + WS-CHECKOUT-ELEC-BAL
                       + WS-CHECKOUT-WATER-BAL + WS-CHECKOUT-KEY-BAL
                       + WS-CHECKOUT-SLOT-BAL
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CLOSE OUT DEPOSIT LEDGER ENTRY
      *============================
       UPDATE-DEPOSIT-RECORD.
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: DEPOSIT LEDGER NOT FOUND."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-DEPOSIT-FILE

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF DP-TENANT-ID = UTIL-SEARCH-TENANT-ID AND
                          DP-STATUS = "HELD"
                           MOVE WS-DEPOSIT-NEW-STATUS TO DP-STATUS
                           MOVE WS-DEPOSIT-CLOSE-DATE
                               TO DP-DATE-CLOSED
                           MOVE WS-DEPOSIT-APPLIED
                               TO DP-AMOUNT-APPLIED
                           MOVE WS-DEPOSIT-REFUND
                               TO DP-AMOUNT-REFUNDED
                       END-IF
                       WRITE TEMP-DEPOSIT-RECORD FROM DEPOSIT-RECORD
               END-READ
           END-PERFORM

           CLOSE DEPOSIT-FILE TEMP-DEPOSIT-FILE
           PERFORM SAVE-DEPOSIT-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW DEPOSIT LEDGER
      *============================
       VIEW-DEPOSIT-LEDGER.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "           SECURITY DEPOSIT LEDGER"
           DISPLAY "================================================"
           DISPLAY " "

           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPOSITS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           MOVE 0 TO WS-DEPOSIT-COUNT
           PERFORM UNTIL UTIL-EOF = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       ADD 1 TO WS-DEPOSIT-COUNT
                       DISPLAY "Tenant ID   : " DP-TENANT-ID
                       DISPLAY "  Room      : " DP-DORM-ID
                       DISPLAY "  Amount    : " DP-AMOUNT
                       DISPLAY "  Received  : " DP-DATE-RECEIVED
                       DISPLAY "  Status    : " DP-STATUS
                       IF DP-STATUS NOT = "HELD"
                           DISPLAY "  Closed    : " DP-DATE-CLOSED
                           DISPLAY "  Applied   : " DP-AMOUNT-APPLIED
                           DISPLAY "  Refunded  : " DP-AMOUNT-REFUNDED
                       END-IF
                       DISPLAY "-----------------------------------"
               END-READ
           END-PERFORM

           CLOSE DEPOSIT-FILE
           DISPLAY " "
           DISPLAY "Total deposit entries: " WS-DEPOSIT-COUNT
           DISPLAY " "
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE DEPOSIT RECORD
      *============================
       SAVE-DEPOSIT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del deposit.dat"
               CALL "SYSTEM" USING "rename tempdep.dat deposit.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempdep.dat deposit.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND MAX TENANT ID
      *============================
       FIND-MAX-TENANT-ID.
           MOVE 0 TO WS-TENANT-ID-MAX

           OPEN INPUT TENANT-FILE
           MOVE "N" TO UTIL-EOF
           IF WS-TENANT-FILE-STATUS NOT = "00"
               MOVE "Y" TO UTIL-EOF
           END-IF

           PERFORM UNTIL UTIL-EOF = "Y"
               READ TENANT-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF SI-ID IN TENANT-RECORD(1:1) = "T"
                           MOVE SI-ID IN TENANT-RECORD(2:9)
                                TO WS-TENANT-ID-NUM
                           IF WS-TENANT-ID-NUM > WS-TENANT-ID-MAX
                               MOVE WS-TENANT-ID-NUM TO WS-TENANT-ID-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GENERATE TENANT ID
      *============================
       GENERATE-TENANT-ID.
           ADD 1 TO WS-TENANT-ID-MAX
           MOVE SPACES TO WS-TENANT-ID
           STRING "T" DELIMITED BY SIZE
                  WS-TENANT-ID-MAX DELIMITED BY SIZE
                  INTO WS-TENANT-ID
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LOAD TRANSACTION COUNTER
      *============================
       LOAD-TRANSACTION-COUNTER.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-TRANSACTION-COUNTER
                            TO WS-TRANSACTION-COUNTER
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "NO CONTROL FILE FOUND. STARTING "
                       "TRANSACTION COUNTER AT DEFAULT."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GET OPERATOR ID
      *============================
       GET-OPERATOR-ID.
           PERFORM ENSURE-OPERATOR-FILE
           PERFORM LOAD-SYSTEM-PARAMETERS

           MOVE "N" TO WS-LOGIN-OK
           MOVE 0 TO WS-LOGIN-ATTEMPTS

           PERFORM UNTIL WS-LOGIN-OK = "Y" OR WS-LOGIN-ATTEMPTS >= 3
               PERFORM CLEAR-SCREEN
               DISPLAY "==========================="
               DISPLAY "   DORM-BPIM-TRACKER LOGIN  "
               DISPLAY "==========================="
               DISPLAY "ENTER OPERATOR ID: "
               ACCEPT WS-LOGIN-ENTERED-ID
               INSPECT WS-LOGIN-ENTERED-ID
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "ENTER PIN: "
               ACCEPT WS-LOGIN-ENTERED-PIN

               *> Find the account by id alone so a wrong PIN can
               *> be counted against it
               MOVE "N" TO WS-OPERATOR-FOUND
               OPEN INPUT OPERATOR-FILE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF OP-ID = WS-LOGIN-ENTERED-ID
                               MOVE "Y" TO WS-OPERATOR-FOUND
                               *> Rows from before the lockout
                               *> fields read in with spaces
                               IF OP-FAILED-COUNT IS NOT NUMERIC
                                   MOVE 0 TO OP-FAILED-COUNT
                               END-IF
                               MOVE OP-ID TO WS-OPH-ID
                               MOVE OP-PIN TO WS-OPH-PIN
                               MOVE OP-ROLE TO WS-NEW-OP-ROLE
                               MOVE OP-FAILED-COUNT
                                   TO WS-OPH-FAILED
                               MOVE OP-LOCKED TO WS-OPH-LOCKED
                               MOVE OP-PIN-DATE
                                   TO WS-OPH-PIN-DATE
                               MOVE OP-PREV-PINS TO WS-OPH-PREV
                               MOVE "Y" TO UTIL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE

               EVALUATE TRUE
                   WHEN WS-OPERATOR-FOUND = "N"
                       ADD 1 TO WS-LOGIN-ATTEMPTS
                       MOVE WS-LOGIN-ENTERED-ID
                           TO WS-SE-OPERATOR
                       MOVE "FAILED" TO WS-SE-EVENT
                       PERFORM LOG-SESSION-EVENT
                       DISPLAY "INVALID OPERATOR ID OR PIN."
                       PERFORM EXIT-PROMT
                   WHEN WS-OPH-LOCKED = "Y"
                       ADD 1 TO WS-LOGIN-ATTEMPTS
                       MOVE WS-OPH-ID TO WS-SE-OPERATOR
                       MOVE "FAILED" TO WS-SE-EVENT
                       PERFORM LOG-SESSION-EVENT
                       DISPLAY "THIS ACCOUNT IS LOCKED. A "
                               "MANAGER MUST UNLOCK IT UNDER "
                               "OPERATOR ACCOUNTS."
                       PERFORM EXIT-PROMT
                   WHEN WS-OPH-PIN NOT = WS-LOGIN-ENTERED-PIN
                       ADD 1 TO WS-LOGIN-ATTEMPTS
                       ADD 1 TO WS-OPH-FAILED
                       MOVE WS-OPH-ID TO WS-SE-OPERATOR
                       IF WS-OPH-FAILED >= WS-LOCKOUT-LIMIT
                           MOVE "Y" TO WS-OPH-LOCKED
                           MOVE "LOCKED" TO WS-SE-EVENT
                           PERFORM LOG-SESSION-EVENT
                           DISPLAY "INVALID PIN. THE ACCOUNT IS "
                                   "NOW LOCKED AFTER "
                                   WS-OPH-FAILED
                                   " CONSECUTIVE FAILURES."
                       ELSE
                           MOVE "FAILED" TO WS-SE-EVENT
                           PERFORM LOG-SESSION-EVENT
                           DISPLAY "INVALID OPERATOR ID OR PIN."
                       END-IF
                       PERFORM OP-APPLY-UPDATE
                       PERFORM EXIT-PROMT
                   WHEN OTHER
                       MOVE "Y" TO WS-LOGIN-OK
                       MOVE WS-OPH-ID TO WS-OPERATOR-ID
                       MOVE WS-NEW-OP-ROLE TO WS-OPERATOR-ROLE
                       IF WS-OPH-FAILED NOT = 0
                           MOVE 0 TO WS-OPH-FAILED
                           PERFORM OP-APPLY-UPDATE
                       END-IF
                       MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
                       MOVE "SIGNON" TO WS-SE-EVENT
                       PERFORM LOG-SESSION-EVENT
                       DISPLAY "WELCOME, " WS-OPERATOR-ID
                               " (" WS-OPERATOR-ROLE ")"
                       PERFORM CHECK-PIN-AGING
                       PERFORM EXIT-PROMT
               END-EVALUATE
           END-PERFORM

           IF WS-LOGIN-OK = "N"
               DISPLAY "TOO MANY FAILED LOGIN ATTEMPTS. EXITING."
               STOP RUN
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: WRITE A SESSION LOG EVENT
      *============================
       LOG-SESSION-EVENT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO SE-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO SE-TIMESTAMP
           END-STRING
           MOVE WS-SE-OPERATOR TO SE-OPERATOR
           MOVE WS-SE-EVENT TO SE-EVENT
           OPEN EXTEND SESSION-LOG-FILE
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: APPLY THE HELD OPERATOR FIELDS TO THE FILE
      *============================
      *Caller fills every WS-OPH field (usually from the row it
      *just read) before performing this.
       OP-APPLY-UPDATE.
           OPEN INPUT OPERATOR-FILE
           OPEN OUTPUT TEMP-OPERATOR-FILE
           MOVE "N" TO WS-OP-SCAN-EOF
           PERFORM UNTIL WS-OP-SCAN-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-OP-SCAN-EOF
                   NOT AT END
                       IF OP-ID = WS-OPH-ID
                           MOVE WS-OPH-PIN TO OP-PIN
                           MOVE WS-OPH-FAILED TO OP-FAILED-COUNT
                           MOVE WS-OPH-LOCKED TO OP-LOCKED
                           MOVE WS-OPH-PIN-DATE TO OP-PIN-DATE
                           MOVE WS-OPH-PREV TO OP-PREV-PINS
                       END-IF
                       WRITE TEMP-OPERATOR-RECORD
                           FROM OPERATOR-RECORD
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE TEMP-OPERATOR-FILE
           PERFORM SAVE-OPERATOR-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PIN AGING CHECK AT SIGN-ON
      *============================
       CHECK-PIN-AGING.
           MOVE "N" TO WS-PIN-FORCE
           IF WS-OPH-PIN-DATE = SPACES
               DISPLAY "THIS PIN HAS NEVER BEEN CHANGED."
               MOVE "Y" TO WS-PIN-FORCE
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               MOVE WS-OPH-PIN-DATE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               MOVE WS-DAYS-OVERDUE TO WS-PIN-AGE-DAYS
               IF WS-PIN-AGE-DAYS > WS-PIN-MAX-AGE-DAYS
                   DISPLAY "THIS PIN IS " WS-PIN-AGE-DAYS
                           " DAYS OLD (LIMIT "
                           WS-PIN-MAX-AGE-DAYS ")."
                   MOVE "Y" TO WS-PIN-FORCE
               END-IF
           END-IF

           IF WS-PIN-FORCE = "Y"
               PERFORM FORCE-PIN-CHANGE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FORCED PIN CHANGE
      *============================
       FORCE-PIN-CHANGE.
           DISPLAY "A NEW PIN IS REQUIRED BEFORE CONTINUING."
           MOVE "Y" TO WS-PIN-REUSED
           PERFORM UNTIL WS-PIN-REUSED = "N"
               DISPLAY "NEW PIN (4 DIGITS): "
               MOVE SPACES TO WS-NEW-PIN
               ACCEPT WS-NEW-PIN
               IF WS-NEW-PIN IS NOT NUMERIC
                   DISPLAY "INVALID PIN. ENTER 4 DIGITS."
               ELSE
                   MOVE "N" TO WS-PIN-REUSED
                   *> The current PIN and the last three are out
                   IF WS-NEW-PIN = WS-OPH-PIN OR
                      WS-NEW-PIN = WS-OPH-PREV(1:4) OR
                      WS-NEW-PIN = WS-OPH-PREV(5:4) OR
                      WS-NEW-PIN = WS-OPH-PREV(9:4)
                       MOVE "Y" TO WS-PIN-REUSED
                       DISPLAY "THAT PIN WAS USED RECENTLY. "
                               "PICK ANOTHER."
                   END-IF
               END-IF
           END-PERFORM

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPH-PIN-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-OPH-PIN-DATE
           END-STRING
           MOVE SPACES TO WS-OPH-PREV(9:4)
           MOVE WS-OPH-PREV(5:4) TO WS-OPH-PREV(9:4)
           MOVE WS-OPH-PREV(1:4) TO WS-OPH-PREV(5:4)
           MOVE WS-OPH-PIN TO WS-OPH-PREV(1:4)
           MOVE WS-NEW-PIN TO WS-OPH-PIN
           MOVE 0 TO WS-OPH-FAILED
           PERFORM OP-APPLY-UPDATE

           MOVE WS-OPH-ID TO WS-SE-OPERATOR
           MOVE "PINCHG" TO WS-SE-EVENT
           PERFORM LOG-SESSION-EVENT
           DISPLAY "PIN CHANGED."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CREATE OPERATOR FILE ON FIRST RUN
      *============================
       ENSURE-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               CLOSE OPERATOR-FILE
           ELSE
               *> First run: seed a manager account so the building
               *> supervisor can log in and create the real accounts
               OPEN OUTPUT OPERATOR-FILE
               MOVE "ADMIN" TO OP-ID
               MOVE "0000"  TO OP-PIN
               MOVE "MANAGER" TO OP-ROLE
               MOVE 0 TO OP-FAILED-COUNT
               MOVE "N" TO OP-LOCKED
               *> A blank PIN date forces a change on first use
               MOVE SPACES TO OP-PIN-DATE
               MOVE SPACES TO OP-PREV-PINS
               WRITE OPERATOR-RECORD
               CLOSE OPERATOR-FILE
               DISPLAY "OPERATOR FILE CREATED WITH DEFAULT ACCOUNT "
                       "ADMIN / PIN 0000. CHANGE IT AFTER LOGIN."
               PERFORM EXIT-PROMT
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MANAGER-ONLY ACCESS CHECK
      *============================
       CHECK-MANAGER-ACCESS.
           IF WS-OPERATOR-ROLE = "MANAGER"
               MOVE "Y" TO WS-ACCESS-OK
           ELSE
               MOVE "N" TO WS-ACCESS-OK
               DISPLAY "ACCESS DENIED. THIS FUNCTION REQUIRES A "
                       "MANAGER ACCOUNT (SIGNED ON: "
                       WS-OPERATOR-ID ")."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: OPERATOR ACCOUNT MAINTENANCE
      *============================
       MANAGE-OPERATORS.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO UTIL-OP-CHOICE
           PERFORM UNTIL UTIL-OP-CHOICE = 7
           PERFORM CLEAR-SCREEN
           DISPLAY "==========================="
           DISPLAY "    OPERATOR ACCOUNTS      "
           DISPLAY "==========================="
           DISPLAY "1 - LIST OPERATORS"
           DISPLAY "2 - ADD OPERATOR"
           DISPLAY "3 - CHANGE PIN"
           DISPLAY "4 - DELETE OPERATOR"
           DISPLAY "5 - UNLOCK OPERATOR"
           DISPLAY "6 - SESSION LOG INQUIRY"
           DISPLAY "7 - BACK TO MAIN MENU"

           DISPLAY "ENTER CHOICE (1 - 7): "
           ACCEPT UTIL-OP-CHOICE

           EVALUATE UTIL-OP-CHOICE
               WHEN 1
                   PERFORM LIST-OPERATORS
               WHEN 2
                   PERFORM ADD-OPERATOR
               WHEN 3
                   PERFORM CHANGE-OPERATOR-PIN
               WHEN 4
                   PERFORM DELETE-OPERATOR
               WHEN 5
                   PERFORM UNLOCK-OPERATOR
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM SESSION-LOG-INQUIRY
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST OPERATOR ACCOUNTS
      *============================
       LIST-OPERATORS.
           DISPLAY " "
           DISPLAY "OPERATOR ACCOUNTS (PINS NOT SHOWN):"
           DISPLAY "----------------------------------------"
           OPEN INPUT OPERATOR-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF OP-LOCKED = "Y"
                           DISPLAY "ID: " OP-ID " | ROLE: "
                                   OP-ROLE " | LOCKED"
                       ELSE
                           DISPLAY "ID: " OP-ID " | ROLE: "
                                   OP-ROLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD OPERATOR ACCOUNT
      *============================
       ADD-OPERATOR.
           DISPLAY "NEW OPERATOR ID: "
           ACCEPT WS-NEW-OP-ID
           INSPECT WS-NEW-OP-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NEW-OP-ID = SPACES
               DISPLAY "OPERATOR ID CANNOT BE BLANK."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Reject a duplicate ID before it reaches the file
           MOVE "N" TO WS-OPERATOR-FOUND
           OPEN INPUT OPERATOR-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF OP-ID = WS-NEW-OP-ID
                           MOVE "Y" TO WS-OPERATOR-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE

           IF WS-OPERATOR-FOUND = "Y"
               DISPLAY "ERROR: OPERATOR " WS-NEW-OP-ID
                       " ALREADY EXISTS."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PIN (4 DIGITS): "
           ACCEPT WS-NEW-OP-PIN
           PERFORM UNTIL WS-NEW-OP-PIN IS NUMERIC
               DISPLAY "INVALID PIN. ENTER 4 DIGITS: "
               ACCEPT WS-NEW-OP-PIN
           END-PERFORM

           DISPLAY "ROLE (MANAGER/CLERK): "
           ACCEPT WS-NEW-OP-ROLE
           INSPECT WS-NEW-OP-ROLE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-NEW-OP-ROLE = "MANAGER" OR
                         WS-NEW-OP-ROLE = "CLERK"
               DISPLAY "INVALID ROLE. ENTER MANAGER OR CLERK: "
               ACCEPT WS-NEW-OP-ROLE
               INSPECT WS-NEW-OP-ROLE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           MOVE WS-NEW-OP-ID   TO OP-ID
           MOVE WS-NEW-OP-PIN  TO OP-PIN
           MOVE WS-NEW-OP-ROLE TO OP-ROLE
           MOVE 0 TO OP-FAILED-COUNT
           MOVE "N" TO OP-LOCKED
           *> A blank PIN date forces a change on first use
           MOVE SPACES TO OP-PIN-DATE
           MOVE SPACES TO OP-PREV-PINS
           OPEN EXTEND OPERATOR-FILE
           WRITE OPERATOR-RECORD
           CLOSE OPERATOR-FILE
           DISPLAY "OPERATOR " WS-NEW-OP-ID " ADDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHANGE AN OPERATOR'S PIN
      *============================
       CHANGE-OPERATOR-PIN.
           DISPLAY "OPERATOR ID TO CHANGE PIN FOR: "
           ACCEPT WS-OP-TARGET-ID
           INSPECT WS-OP-TARGET-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM OP-FETCH-TARGET
           IF WS-OPH-HIT = "N"
               DISPLAY "OPERATOR " WS-OP-TARGET-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Same rules as the forced change at sign-on: numeric,
           *> and not one of the last few PINs
           MOVE "Y" TO WS-PIN-REUSED
           PERFORM UNTIL WS-PIN-REUSED = "N"
               DISPLAY "NEW PIN (4 DIGITS): "
               MOVE SPACES TO WS-NEW-OP-PIN
               ACCEPT WS-NEW-OP-PIN
               IF WS-NEW-OP-PIN IS NOT NUMERIC
                   DISPLAY "INVALID PIN. ENTER 4 DIGITS."
               ELSE
                   MOVE "N" TO WS-PIN-REUSED
                   IF WS-NEW-OP-PIN = WS-OPH-PIN OR
                      WS-NEW-OP-PIN = WS-OPH-PREV(1:4) OR
                      WS-NEW-OP-PIN = WS-OPH-PREV(5:4) OR
                      WS-NEW-OP-PIN = WS-OPH-PREV(9:4)
                       MOVE "Y" TO WS-PIN-REUSED
                       DISPLAY "THAT PIN WAS USED RECENTLY. "
                               "PICK ANOTHER."
                   END-IF
               END-IF
           END-PERFORM

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPH-PIN-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-OPH-PIN-DATE
           END-STRING
           MOVE WS-OPH-PREV(5:4) TO WS-OPH-PREV(9:4)
           MOVE WS-OPH-PREV(1:4) TO WS-OPH-PREV(5:4)
           MOVE WS-OPH-PIN TO WS-OPH-PREV(1:4)
           MOVE WS-NEW-OP-PIN TO WS-OPH-PIN
           MOVE 0 TO WS-OPH-FAILED
           MOVE "N" TO WS-OPH-LOCKED
           PERFORM OP-APPLY-UPDATE

           MOVE WS-OP-TARGET-ID TO WS-SE-OPERATOR
           MOVE "PINCHG" TO WS-SE-EVENT
           PERFORM LOG-SESSION-EVENT

           DISPLAY "PIN CHANGED FOR OPERATOR " WS-OP-TARGET-ID
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FETCH ONE OPERATOR INTO THE WS-OPH FIELDS
      *============================
      *Caller sets WS-OP-TARGET-ID; WS-OPH-HIT says whether it
      *was found.
       OP-FETCH-TARGET.
           MOVE "N" TO WS-OPH-HIT
           OPEN INPUT OPERATOR-FILE
           MOVE "N" TO WS-OP-SCAN-EOF
           PERFORM UNTIL WS-OP-SCAN-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-OP-SCAN-EOF
                   NOT AT END
                       IF OP-ID = WS-OP-TARGET-ID
                           MOVE "Y" TO WS-OPH-HIT
                           IF OP-FAILED-COUNT IS NOT NUMERIC
                               MOVE 0 TO OP-FAILED-COUNT
                           END-IF
                           MOVE OP-ID TO WS-OPH-ID
                           MOVE OP-PIN TO WS-OPH-PIN
                           MOVE OP-FAILED-COUNT TO WS-OPH-FAILED
                           MOVE OP-LOCKED TO WS-OPH-LOCKED
                           MOVE OP-PIN-DATE TO WS-OPH-PIN-DATE
                           MOVE OP-PREV-PINS TO WS-OPH-PREV
                           MOVE "Y" TO WS-OP-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UNLOCK AN OPERATOR ACCOUNT
      *============================
       UNLOCK-OPERATOR.
           DISPLAY "OPERATOR ID TO UNLOCK: "
           ACCEPT WS-OP-TARGET-ID
           INSPECT WS-OP-TARGET-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM OP-FETCH-TARGET
           IF WS-OPH-HIT = "N"
               DISPLAY "OPERATOR " WS-OP-TARGET-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OPH-FAILED
           MOVE "N" TO WS-OPH-LOCKED
           PERFORM OP-APPLY-UPDATE

           MOVE WS-OP-TARGET-ID TO WS-SE-OPERATOR
           MOVE "UNLOCK" TO WS-SE-EVENT
           PERFORM LOG-SESSION-EVENT

           DISPLAY "OPERATOR " WS-OP-TARGET-ID " UNLOCKED AND "
                   "FAILED-ATTEMPT COUNT RESET."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SESSION LOG INQUIRY
      *============================
       SESSION-LOG-INQUIRY.
           DISPLAY "=========================================="
           DISPLAY "        SESSION LOG INQUIRY"
           DISPLAY "=========================================="
           DISPLAY "All filters optional; leave empty for ANY."
           DISPLAY " "

           DISPLAY "OPERATOR ID: "
           MOVE SPACES TO WS-SEQ-OPER
           ACCEPT WS-SEQ-OPER
           INSPECT WS-SEQ-OPER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "FROM DATE (YYYY-MM-DD): "
           MOVE SPACES TO WS-SEQ-FROM
           ACCEPT WS-SEQ-FROM

           DISPLAY "TO DATE (YYYY-MM-DD): "
           MOVE SPACES TO WS-SEQ-TO
           ACCEPT WS-SEQ-TO

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "              SESSION LOG"
           DISPLAY "================================================"

           MOVE 0 TO WS-SEQ-COUNT
           OPEN INPUT SESSION-LOG-FILE
           IF WS-SESS-FILE-STATUS NOT = "00"
               DISPLAY "NO SESSION EVENTS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ SESSION-LOG-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       MOVE "Y" TO WS-SEQ-MATCH
                       IF WS-SEQ-OPER NOT = SPACES AND
                          SE-OPERATOR NOT = WS-SEQ-OPER
                           MOVE "N" TO WS-SEQ-MATCH
                       END-IF
                       IF WS-SEQ-FROM NOT = SPACES AND
                          SE-TIMESTAMP(1:10) < WS-SEQ-FROM
                           MOVE "N" TO WS-SEQ-MATCH
                       END-IF
                       IF WS-SEQ-TO NOT = SPACES AND
                          SE-TIMESTAMP(1:10) > WS-SEQ-TO
                           MOVE "N" TO WS-SEQ-MATCH
                       END-IF
                       IF WS-SEQ-MATCH = "Y"
                           ADD 1 TO WS-SEQ-COUNT
                           DISPLAY SE-TIMESTAMP " | "
                                   SE-OPERATOR " | " SE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-LOG-FILE

           DISPLAY " "
           DISPLAY "EVENTS SHOWN: " WS-SEQ-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DELETE AN OPERATOR ACCOUNT
      *============================
       DELETE-OPERATOR.
           DISPLAY "OPERATOR ID TO DELETE: "
           ACCEPT WS-OP-TARGET-ID
           INSPECT WS-OP-TARGET-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-OP-TARGET-ID = WS-OPERATOR-ID
               DISPLAY "ERROR: YOU CANNOT DELETE THE ACCOUNT YOU "
                       "ARE SIGNED ON WITH."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Find the target and count managers, so the last
           *> manager account can never be removed
           MOVE "N" TO WS-OPERATOR-FOUND
           MOVE 0 TO WS-OP-MANAGER-COUNT
           MOVE SPACES TO WS-NEW-OP-ROLE
           OPEN INPUT OPERATOR-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF OP-ROLE = "MANAGER"
                           ADD 1 TO WS-OP-MANAGER-COUNT
                       END-IF
                       IF OP-ID = WS-OP-TARGET-ID
                           MOVE "Y" TO WS-OPERATOR-FOUND
                           MOVE OP-ROLE TO WS-NEW-OP-ROLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE

           IF WS-OPERATOR-FOUND = "N"
               DISPLAY "OPERATOR " WS-OP-TARGET-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-OP-ROLE = "MANAGER" AND
              WS-OP-MANAGER-COUNT <= 1
               DISPLAY "ERROR: " WS-OP-TARGET-ID " IS THE LAST "
                       "MANAGER ACCOUNT AND CANNOT BE DELETED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM DELETE OF OPERATOR " WS-OP-TARGET-ID
                   " (Y/N): "
           ACCEPT WS-OP-DEL-CONFIRM
           INSPECT WS-OP-DEL-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-OP-DEL-CONFIRM NOT = "Y"
               DISPLAY "DELETE CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT OPERATOR-FILE
           OPEN OUTPUT TEMP-OPERATOR-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF OP-ID NOT = WS-OP-TARGET-ID
                           WRITE TEMP-OPERATOR-RECORD
                               FROM OPERATOR-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE TEMP-OPERATOR-FILE
           PERFORM SAVE-OPERATOR-RECORD

           DISPLAY "OPERATOR " WS-OP-TARGET-ID " DELETED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE OPERATOR RECORD
      *============================
       SAVE-OPERATOR-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del operator.dat"
               CALL "SYSTEM" USING "rename tempop.dat operator.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempop.dat operator.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORTS MENU
      *============================
       REPORTS-MENU.
           PERFORM UNTIL UTIL-RP-CHOICE = 12
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "         REPORTS           "
           DISPLAY "==========================="
           DISPLAY "1 - OCCUPANCY/VACANCY ANALYTICS"
           DISPLAY "2 - GENERATE DUNNING NOTICES"
           DISPLAY "3 - VIEW NOTICE LOG"
           DISPLAY "4 - DAILY COLLECTIONS CLOSE-OUT"
           DISPLAY "5 - LEASE EXPIRY REPORT"
           DISPLAY "6 - MONTHLY PROFIT AND LOSS"
           DISPLAY "7 - GENERAL LEDGER EXPORT"
           DISPLAY "8 - PRE-DUE PAYMENT REMINDERS (SMS)"
           DISPLAY "9 - MULTI-YEAR COLLECTIONS TREND"
           DISPLAY "10 - RENT ROLL AND RECEIVABLES FORECAST"
           DISPLAY "11 - CUSTOMER LIABILITIES / UNEARNED REVENUE"
           DISPLAY "12 - BACK TO MAIN MENU"

           DISPLAY "ENTER CHOICE (1 - 12): "
           ACCEPT UTIL-RP-CHOICE

           EVALUATE UTIL-RP-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM OCCUPANCY-ANALYTICS-REPORT
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM GENERATE-DUNNING-NOTICES
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-NOTICE-LOG
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM DAILY-CLOSEOUT
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM LEASE-EXPIRY-REPORT
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM PROFIT-AND-LOSS-REPORT
               WHEN 7
                   MOVE 0 TO UTIL-GL-CHOICE
                   PERFORM GL-EXPORT-MENU
               WHEN 8
                   PERFORM CLEAR-SCREEN
                   PERFORM GENERATE-PAYMENT-REMINDERS
               WHEN 9
                   PERFORM CLEAR-SCREEN
                   PERFORM COLLECTIONS-TREND-REPORT
               WHEN 10
                   PERFORM CLEAR-SCREEN
                   PERFORM RENT-ROLL-REPORT
               WHEN 11
                   PERFORM CLEAR-SCREEN
                   PERFORM LIABILITIES-REPORT
               WHEN 12
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DAILY COLLECTIONS CLOSE-OUT
      *============================
       DAILY-CLOSEOUT.
           *> No close-out while a payment is mid-flight on the
           *> other terminal
           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "A PAYMENT IS BEING POSTED ON ANOTHER "
                       "SESSION. TRY AGAIN SHORTLY."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "     DAILY COLLECTIONS CLOSE-OUT"
           DISPLAY "=========================================="
           DISPLAY "Totals a business date's takings by operator "
                   "and payment type (VOIDS netted out), prints "
                   "the close-out sheet, and locks the date so "
                   "nothing can be backdated into it."
           DISPLAY " "

           DISPLAY "BUSINESS DATE TO CLOSE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-CO-DATE
               ACCEPT WS-CO-DATE
               MOVE WS-CO-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           MOVE WS-CO-DATE TO WS-CLOSEOUT-CHECK-DATE
           PERFORM CHECK-DATE-NOT-CLOSED
           MOVE WS-DATE-CLOSED-FLAG TO WS-CO-ALREADY
           IF WS-CO-ALREADY = "Y"
               DISPLAY "NOTE: " WS-CO-DATE " IS ALREADY CLOSED. "
                       "THE SHEET WILL BE REPRINTED BUT THE DATE "
                       "STAYS LOCKED AS BEFORE."
           END-IF

           *> Tally the day's entries by operator and type
           INITIALIZE WS-CO-TABLE
           MOVE 0 TO WS-CO-ENTRY-COUNT
           MOVE 0 TO WS-CO-GRAND
           MOVE 0 TO WS-CO-DROPPED

           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE = WS-CO-DATE AND
                          PH-AMOUNT-PAID NOT = 0
                           PERFORM CLOSEOUT-TALLY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           PERFORM CLOSEOUT-PRINT-SHEET

           IF WS-CO-ALREADY = "N"
               DISPLAY "CONFIRM CLOSE AND LOCK " WS-CO-DATE
                       " (Y/N): "
               ACCEPT WS-CO-CONFIRM
               INSPECT WS-CO-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-CO-CONFIRM = "Y"
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE WS-CO-DATE TO CO-DATE
                   MOVE WS-CO-GRAND TO CO-TOTAL
                   MOVE WS-OPERATOR-ID TO CO-OPERATOR
                   MOVE SPACES TO CO-TIMESTAMP
                   STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CURRENT-TIME(1:2) DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          WS-CURRENT-TIME(3:2) DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                          INTO CO-TIMESTAMP
                   END-STRING
                   OPEN EXTEND CLOSEOUT-FILE
                   WRITE CLOSEOUT-RECORD
                   CLOSE CLOSEOUT-FILE
                   DISPLAY WS-CO-DATE " IS NOW CLOSED. PAYMENTS "
                           "CAN NO LONGER BE DATED INTO IT."
               ELSE
                   DISPLAY "DATE LEFT OPEN."
               END-IF
           END-IF

           PERFORM RELEASE-UPDATE-LOCK
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CLOSE-OUT - TALLY ONE HISTORY ENTRY
      *============================
       CLOSEOUT-TALLY-ENTRY.
           *> INTERNAL marks postings where no cash moved (deposit
           *> applications and the like); they never belong in a
           *> drawer count
           IF PH-METHOD = "INTERNAL"
               EXIT PARAGRAPH
           END-IF

           *> A VOID, deposit refund or credit refund hands money
           *> back, so it nets out of the drawer count
           IF PH-PAYMENT-TYPE = "VOID" OR
              PH-PAYMENT-TYPE = "DEP-REFUND" OR
              PH-PAYMENT-TYPE = "CREDIT-REFUND"
               COMPUTE WS-CO-SIGNED-AMT = 0 - PH-AMOUNT-PAID
           ELSE
               MOVE PH-AMOUNT-PAID TO WS-CO-SIGNED-AMT
           END-IF

           MOVE 0 TO WS-CO-FOUND-IDX
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-ENTRY-COUNT
               IF WS-CO-OPER(WS-CO-IDX) = PH-OPERATOR-ID AND
                  WS-CO-TYPE(WS-CO-IDX) = PH-PAYMENT-TYPE
                   MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CO-FOUND-IDX = 0
               IF WS-CO-ENTRY-COUNT < 200
                   ADD 1 TO WS-CO-ENTRY-COUNT
                   MOVE WS-CO-ENTRY-COUNT TO WS-CO-FOUND-IDX
                   MOVE PH-OPERATOR-ID TO
                       WS-CO-OPER(WS-CO-FOUND-IDX)
                   MOVE PH-PAYMENT-TYPE TO
                       WS-CO-TYPE(WS-CO-FOUND-IDX)
                   MOVE 0 TO WS-CO-AMOUNT(WS-CO-FOUND-IDX)
                   MOVE 0 TO WS-CO-TALLY(WS-CO-FOUND-IDX)
               ELSE
                   *> An uncounted entry would make the sheet look
                   *> reconciled when it is not
                   ADD 1 TO WS-CO-DROPPED
                   DISPLAY "CLOSE-OUT TABLE FULL - NOT TALLIED: "
                           PH-TRANSACTION-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD WS-CO-SIGNED-AMT TO WS-CO-AMOUNT(WS-CO-FOUND-IDX)
           ADD 1 TO WS-CO-TALLY(WS-CO-FOUND-IDX)
           ADD WS-CO-SIGNED-AMT TO WS-CO-GRAND
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CLOSE-OUT - PRINT THE SHEET
      *============================
       CLOSEOUT-PRINT-SHEET.
           MOVE "CLOSEOUT" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "closeout_" DELIMITED BY SIZE
                  WS-CO-DATE DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-CO-SHEET-NAME
           STRING "DATE " DELIMITED BY SIZE
                  WS-CO-DATE DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT CLOSEOUT-SHEET-FILE

           MOVE "========================================"
               TO CLOSEOUT-SHEET-RECORD
           WRITE CLOSEOUT-SHEET-RECORD
           MOVE SPACES TO CLOSEOUT-SHEET-RECORD
           STRING "  DAILY CLOSE-OUT SHEET FOR "
                  DELIMITED BY SIZE
                  WS-CO-DATE DELIMITED BY SPACE
                  INTO CLOSEOUT-SHEET-RECORD
           END-STRING
           WRITE CLOSEOUT-SHEET-RECORD
           MOVE "========================================"
               TO CLOSEOUT-SHEET-RECORD
           WRITE CLOSEOUT-SHEET-RECORD

           DISPLAY " "
           DISPLAY "COLLECTIONS FOR " WS-CO-DATE
           DISPLAY "----------------------------------------"

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-ENTRY-COUNT
               MOVE WS-CO-AMOUNT(WS-CO-IDX) TO WS-CO-EDIT
               MOVE SPACES TO CLOSEOUT-SHEET-RECORD
               STRING WS-CO-OPER(WS-CO-IDX) DELIMITED BY SPACE
                      " | " DELIMITED BY SIZE
                      WS-CO-TYPE(WS-CO-IDX) DELIMITED BY SPACE
                      " | " DELIMITED BY SIZE
                      WS-CO-TALLY(WS-CO-IDX) DELIMITED BY SIZE
                      " TXNS | " DELIMITED BY SIZE
                      WS-CO-EDIT DELIMITED BY SIZE
                      INTO CLOSEOUT-SHEET-RECORD
               END-STRING
               WRITE CLOSEOUT-SHEET-RECORD
               DISPLAY CLOSEOUT-SHEET-RECORD
           END-PERFORM

           *> Per-operator totals for the drawer count
           MOVE "----------------------------------------"
               TO CLOSEOUT-SHEET-RECORD
           WRITE CLOSEOUT-SHEET-RECORD
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-ENTRY-COUNT
               *> Only emit a total line at this operator's first
               *> row; later rows of the same operator are summed
               *> into it
               MOVE "N" TO WS-DORM-FOUND
               PERFORM VARYING WS-CO-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-CO-FOUND-IDX >= WS-CO-IDX
                   IF WS-CO-OPER(WS-CO-FOUND-IDX) =
                      WS-CO-OPER(WS-CO-IDX)
                       MOVE "Y" TO WS-DORM-FOUND
                   END-IF
               END-PERFORM
               IF WS-DORM-FOUND = "N"
                   MOVE 0 TO WS-CO-OP-TOTAL
                   PERFORM VARYING WS-CO-FOUND-IDX FROM 1 BY 1
                       UNTIL WS-CO-FOUND-IDX > WS-CO-ENTRY-COUNT
                       IF WS-CO-OPER(WS-CO-FOUND-IDX) =
                          WS-CO-OPER(WS-CO-IDX)
                           ADD WS-CO-AMOUNT(WS-CO-FOUND-IDX)
                               TO WS-CO-OP-TOTAL
                       END-IF
                   END-PERFORM
                   MOVE WS-CO-OP-TOTAL TO WS-CO-EDIT
                   MOVE SPACES TO CLOSEOUT-SHEET-RECORD
                   STRING "TOTAL FOR OPERATOR "
                          DELIMITED BY SIZE
                          WS-CO-OPER(WS-CO-IDX)
                          DELIMITED BY SPACE
                          ": " DELIMITED BY SIZE
                          WS-CO-EDIT DELIMITED BY SIZE
                          INTO CLOSEOUT-SHEET-RECORD
                   END-STRING
                   WRITE CLOSEOUT-SHEET-RECORD
                   DISPLAY CLOSEOUT-SHEET-RECORD
               END-IF
           END-PERFORM

           MOVE "----------------------------------------"
               TO CLOSEOUT-SHEET-RECORD
           WRITE CLOSEOUT-SHEET-RECORD
           MOVE WS-CO-GRAND TO WS-CO-EDIT
           MOVE SPACES TO CLOSEOUT-SHEET-RECORD
           STRING "GRAND TOTAL TAKEN IN: " DELIMITED BY SIZE
                  WS-CO-EDIT DELIMITED BY SIZE
                  INTO CLOSEOUT-SHEET-RECORD
           END-STRING
           WRITE CLOSEOUT-SHEET-RECORD
           DISPLAY CLOSEOUT-SHEET-RECORD

           IF WS-CO-DROPPED > 0
               MOVE SPACES TO CLOSEOUT-SHEET-RECORD
               STRING "*** INCOMPLETE: " DELIMITED BY SIZE
                      WS-CO-DROPPED DELIMITED BY SIZE
                      " ENTRIES NOT TALLIED (TABLE FULL) ***"
                      DELIMITED BY SIZE
                      INTO CLOSEOUT-SHEET-RECORD
               END-STRING
               WRITE CLOSEOUT-SHEET-RECORD
               DISPLAY CLOSEOUT-SHEET-RECORD
           END-IF

           *> Each drawer shift of the day, with its over/short
           OPEN INPUT SHIFT-FILE
           IF WS-SH-FILE-STATUS = "00"
               MOVE "DRAWER SHIFTS FOR THE DAY:"
                   TO CLOSEOUT-SHEET-RECORD
               WRITE CLOSEOUT-SHEET-RECORD
               MOVE "N" TO WS-SH-SCAN-EOF
               PERFORM UNTIL WS-SH-SCAN-EOF = "Y"
                   READ SHIFT-FILE
                       AT END
                           MOVE "Y" TO WS-SH-SCAN-EOF
                       NOT AT END
                           IF SH-OPEN-DATE = WS-CO-DATE
                               MOVE SH-OVER-SHORT TO WS-SH-EDIT
                               MOVE SPACES
                                   TO CLOSEOUT-SHEET-RECORD
                               STRING "SHIFT "
                                      DELIMITED BY SIZE
                                      SH-OPERATOR
                                      DELIMITED BY SPACE
                                      " " DELIMITED BY SIZE
                                      SH-STATUS
                                      DELIMITED BY SPACE
                                      " | FLOAT "
                                      DELIMITED BY SIZE
                                      SH-FLOAT
                                      DELIMITED BY SIZE
                                      " | COUNTED "
                                      DELIMITED BY SIZE
                                      SH-COUNTED
                                      DELIMITED BY SIZE
                                      " | OVER/SHORT "
                                      DELIMITED BY SIZE
                                      WS-SH-EDIT
                                      DELIMITED BY SIZE
                                      INTO CLOSEOUT-SHEET-RECORD
                               END-STRING
                               WRITE CLOSEOUT-SHEET-RECORD
                               DISPLAY CLOSEOUT-SHEET-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF

           CLOSE CLOSEOUT-SHEET-FILE
           PERFORM RPT-CATALOG-RUN
           DISPLAY "SHEET SAVED TO " FUNCTION TRIM(WS-CO-SHEET-NAME)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IS A BUSINESS DATE ALREADY CLOSED?
      *============================
       CHECK-DATE-NOT-CLOSED.
           MOVE "N" TO WS-DATE-CLOSED-FLAG

           *> A date inside a closed accounting month is locked no
           *> matter what the daily close-out says, so every screen
           *> that validates through here honors the period close
           MOVE WS-CLOSEOUT-CHECK-DATE(1:7) TO WS-PC-CHECK-MONTH
           PERFORM CHECK-MONTH-NOT-CLOSED
           IF WS-MONTH-CLOSED-FLAG = "Y"
               MOVE "Y" TO WS-DATE-CLOSED-FLAG
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CLOSEOUT-FILE
           IF WS-CLOSEOUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CLOSEOUT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF CO-DATE = WS-CLOSEOUT-CHECK-DATE
                           MOVE "Y" TO WS-DATE-CLOSED-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSEOUT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IS AN ACCOUNTING MONTH ALREADY CLOSED?
      *============================
       CHECK-MONTH-NOT-CLOSED.
           MOVE "N" TO WS-MONTH-CLOSED-FLAG
           OPEN INPUT PERIOD-CLOSE-FILE
           IF WS-PC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ PERIOD-CLOSE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PC-MONTH = WS-PC-CHECK-MONTH
                           MOVE "Y" TO WS-MONTH-CLOSED-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CLOSE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MONTH-END ACCOUNTING PERIOD CLOSE
      *============================
       MONTH-END-PERIOD-CLOSE.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "    MONTH-END ACCOUNTING PERIOD CLOSE"
           DISPLAY "=========================================="
           DISPLAY "Proves opening balances + charges - payments "
                   "= closing balances per room against the "
                   "history file, ties the customer liabilities "
                   "back to the deposit, credit, reservation and "
                   "room files, writes the trial-balance sheet, "
                   "and locks the month against any further "
                   "posting, voiding or billing."
           DISPLAY " "

           DISPLAY "MONTH TO CLOSE (YYYY-MM): "
           MOVE SPACES TO WS-PC-MONTH
           ACCEPT WS-PC-MONTH
           PERFORM UNTIL WS-PC-MONTH(1:4) IS NUMERIC AND
                         WS-PC-MONTH(5:1) = "-" AND
                         WS-PC-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               ACCEPT WS-PC-MONTH
           END-PERFORM

           MOVE WS-PC-MONTH TO WS-PC-CHECK-MONTH
           PERFORM CHECK-MONTH-NOT-CLOSED
           IF WS-MONTH-CLOSED-FLAG = "Y"
               DISPLAY WS-PC-MONTH " IS ALREADY CLOSED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM CLOSE OF " WS-PC-MONTH " (Y/N): "
           ACCEPT WS-PC-CONFIRM
           INSPECT WS-PC-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PC-CONFIRM NOT = "Y"
               DISPLAY "PERIOD CLOSE CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-COLLECT-VOIDED-TXNS

           MOVE "PERCLOSE" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "perclose_" DELIMITED BY SIZE
                  WS-PC-MONTH DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-PC-SHEET-NAME
           STRING "MONTH " DELIMITED BY SIZE
                  WS-PC-MONTH DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           MOVE "P" TO WS-RC-KEEP
           OPEN OUTPUT PERIOD-CLOSE-SHEET-FILE
           MOVE SPACES TO PERIOD-CLOSE-SHEET-RECORD
           STRING "PERIOD CLOSE TRIAL BALANCE FOR "
                  DELIMITED BY SIZE
                  WS-PC-MONTH DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO PERIOD-CLOSE-SHEET-RECORD
           END-STRING
           WRITE PERIOD-CLOSE-SHEET-RECORD
           MOVE "ROOM | OPENING | CHARGES | PAYMENTS | CLOSING"
               TO PERIOD-CLOSE-SHEET-RECORD
           WRITE PERIOD-CLOSE-SHEET-RECORD

           MOVE 0 TO WS-PC-EXC
           MOVE 0 TO WS-PC-ROOMS
           MOVE 0 TO WS-PC-G-OPEN
           MOVE 0 TO WS-PC-G-CHG
           MOVE 0 TO WS-PC-G-PAY
           MOVE 0 TO WS-PC-G-CLOSE

           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PC-CLOSE-ONE-ROOM
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           *> Snapshot of the table-driven charge balances
           OPEN INPUT CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS = "00"
               MOVE "OTHER CHARGE BALANCES AT CLOSE:"
                   TO PERIOD-CLOSE-SHEET-RECORD
               WRITE PERIOD-CLOSE-SHEET-RECORD
               MOVE LOW-VALUES TO CB-KEY
               START CHARGE-BALANCE-FILE KEY >= CB-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-CB-FILE-STATUS NOT = "00"
                   READ CHARGE-BALANCE-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CB-BALANCE-DUE TO WS-PC-EDIT-A
                           MOVE SPACES
                               TO PERIOD-CLOSE-SHEET-RECORD
                           STRING CB-DORM-ID DELIMITED BY SPACE
                                  " | " DELIMITED BY SIZE
                                  CB-TYPE-CODE DELIMITED BY SPACE
                                  " | " DELIMITED BY SIZE
                                  WS-PC-EDIT-A DELIMITED BY SIZE
                                  INTO PERIOD-CLOSE-SHEET-RECORD
                           END-STRING
                           WRITE PERIOD-CLOSE-SHEET-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHARGE-BALANCE-FILE
           END-IF

           PERFORM PC-LIABILITY-SECTION

           MOVE WS-PC-G-OPEN  TO WS-PC-EDIT-A
           MOVE WS-PC-G-CHG   TO WS-PC-EDIT-B
           MOVE WS-PC-G-PAY   TO WS-PC-EDIT-C
           MOVE WS-PC-G-CLOSE TO WS-PC-EDIT-D
           MOVE SPACES TO PERIOD-CLOSE-SHEET-RECORD
           STRING "TOTALS | " DELIMITED BY SIZE
                  WS-PC-EDIT-A DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PC-EDIT-B DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PC-EDIT-C DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PC-EDIT-D DELIMITED BY SIZE
                  INTO PERIOD-CLOSE-SHEET-RECORD
           END-STRING
           WRITE PERIOD-CLOSE-SHEET-RECORD
           MOVE SPACES TO PERIOD-CLOSE-SHEET-RECORD
           STRING "BALANCE EXCEPTIONS: " DELIMITED BY SIZE
                  WS-PC-EXC DELIMITED BY SIZE
                  INTO PERIOD-CLOSE-SHEET-RECORD
           END-STRING
           WRITE PERIOD-CLOSE-SHEET-RECORD
           CLOSE PERIOD-CLOSE-SHEET-FILE
           PERFORM RPT-CATALOG-RUN

           *> Liabilities that do not tie are not overridable: the
           *> next month would open from a wrong snapshot
           IF WS-LB-UNTIED > 0
               DISPLAY " "
               DISPLAY WS-LB-UNTIED " CUSTOMER LIABILITY "
                       "CATEGORY(IES) DO NOT TIE BACK TO THE FILES. "
                       "PERIOD LEFT OPEN."
               DISPLAY "RUN THE CUSTOMER LIABILITIES REPORT AS OF "
                       WS-LB-ASOF " FOR THE LINES MARKED **."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> An overflowed table dropped lines, so the snapshot the
           *> next month opens from would be short
           IF WS-LB-OVERFLOW = "Y"
               DISPLAY " "
               DISPLAY "MORE THAN 3000 CUSTOMER LIABILITY LINES AT "
                       WS-LB-ASOF ". THE ROLL-FORWARD IS "
                       "INCOMPLETE. PERIOD LEFT OPEN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           IF WS-PC-EXC > 0
               DISPLAY " "
               DISPLAY WS-PC-EXC " ROOMS HAVE BALANCES THE "
                       "HISTORY FILE CANNOT REPRODUCE. CLOSE "
                       "ANYWAY (Y/N): "
               ACCEPT WS-PC-CONFIRM
               INSPECT WS-PC-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-PC-CONFIRM NOT = "Y"
                   DISPLAY "PERIOD LEFT OPEN. RUN THE DATA "
                           "INTEGRITY AUDIT AND TRY AGAIN."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-PC-MONTH TO PC-MONTH
           MOVE SPACES TO PC-CLOSED-DATE
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO PC-CLOSED-DATE
           END-STRING
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE WS-PC-EXC TO PC-EXCEPTIONS
           OPEN EXTEND PERIOD-CLOSE-FILE
           WRITE PERIOD-CLOSE-RECORD
           CLOSE PERIOD-CLOSE-FILE
           PERFORM LB-WRITE-SNAPSHOT

           DISPLAY " "
           DISPLAY WS-PC-MONTH " IS NOW CLOSED. ROOMS PROVED: "
                   WS-PC-ROOMS " EXCEPTIONS: " WS-PC-EXC
           DISPLAY "SHEET SAVED TO "
                   FUNCTION TRIM(WS-PC-SHEET-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PERIOD CLOSE - PROVE ONE ROOM
      *============================
      *One pass over the room's history splits every entry into
      *before-month (opening), in-month (charges/payments) and the
      *full rebuild, the same netting rule the integrity audit uses
      *(voided entries skipped, RENT/BILLING/ELECTRICITY/WATER).
       PC-CLOSE-ONE-ROOM.
           MOVE DI-ID TO WS-PC-DORM-ID
           MOVE 0 TO WS-PC-OPEN-RENT
           MOVE 0 TO WS-PC-OPEN-ELEC
           MOVE 0 TO WS-PC-OPEN-WATER
           MOVE 0 TO WS-PC-CHG
           MOVE 0 TO WS-PC-PAY
           MOVE 0 TO WS-PC-CALC-RENT
           MOVE 0 TO WS-PC-CALC-ELEC
           MOVE 0 TO WS-PC-CALC-WATER

           OPEN INPUT HISTORY-FILE
           MOVE "N" TO UTIL-EOF
           MOVE WS-PC-DORM-ID TO PH-DORM-ID
           START HISTORY-FILE KEY >= PH-DORM-ID
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PH-DORM-ID = WS-PC-DORM-ID
                           PERFORM PC-APPLY-HISTORY-ENTRY
                       ELSE
                           MOVE "Y" TO UTIL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           COMPUTE WS-PC-OPENING =
                   WS-PC-OPEN-RENT + WS-PC-OPEN-ELEC +
                   WS-PC-OPEN-WATER
           COMPUTE WS-PC-CLOSING =
                   WS-PC-OPENING + WS-PC-CHG - WS-PC-PAY
           COMPUTE WS-PC-ONFILE =
                   DI-RENT-BALANCE-DUE +
                   DI-ELECTRICITY-BALANCE-DUE +
                   DI-WATER-BALANCE-DUE
           COMPUTE WS-PC-CALC-TOTAL =
                   WS-PC-CALC-RENT + WS-PC-CALC-ELEC +
                   WS-PC-CALC-WATER

           ADD 1 TO WS-PC-ROOMS
           ADD WS-PC-OPENING TO WS-PC-G-OPEN
           ADD WS-PC-CHG TO WS-PC-G-CHG
           ADD WS-PC-PAY TO WS-PC-G-PAY
           ADD WS-PC-CLOSING TO WS-PC-G-CLOSE

           MOVE WS-PC-OPENING TO WS-PC-EDIT-A
           MOVE WS-PC-CHG     TO WS-PC-EDIT-B
           MOVE WS-PC-PAY     TO WS-PC-EDIT-C
           MOVE WS-PC-CLOSING TO WS-PC-EDIT-D
           MOVE SPACES TO PERIOD-CLOSE-SHEET-RECORD
           STRING WS-PC-DORM-ID DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  WS-PC-EDIT-A DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PC-EDIT-B DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PC-EDIT-C DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PC-EDIT-D DELIMITED BY SIZE
                  INTO PERIOD-CLOSE-SHEET-RECORD
           END-STRING
           WRITE PERIOD-CLOSE-SHEET-RECORD

           *> Occupied rooms whose live balances cannot be rebuilt
           *> from history fail the audit rule and flag the close
           IF DI-OCCUPANT-COUNT > 0 AND
              WS-PC-CALC-TOTAL NOT = WS-PC-ONFILE
               ADD 1 TO WS-PC-EXC
               MOVE WS-PC-ONFILE TO WS-PC-EDIT-A
               MOVE WS-PC-CALC-TOTAL TO WS-PC-EDIT-B
               MOVE SPACES TO PERIOD-CLOSE-SHEET-RECORD
               STRING "*** " DELIMITED BY SIZE
                      WS-PC-DORM-ID DELIMITED BY SPACE
                      " ON-FILE BALANCE " DELIMITED BY SIZE
                      WS-PC-EDIT-A DELIMITED BY SIZE
                      " NOT REPRODUCIBLE FROM HISTORY ("
                      DELIMITED BY SIZE
                      WS-PC-EDIT-B DELIMITED BY SIZE
                      ") ***" DELIMITED BY SIZE
                      INTO PERIOD-CLOSE-SHEET-RECORD
               END-STRING
               WRITE PERIOD-CLOSE-SHEET-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PERIOD CLOSE - APPLY ONE HISTORY ENTRY
      *============================
       PC-APPLY-HISTORY-ENTRY.
           MOVE "N" TO WS-AUDIT-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-AUDIT-VOIDED
               END-IF
           END-PERFORM
           IF WS-AUDIT-VOIDED = "Y"
               EXIT PARAGRAPH
           END-IF

           IF PH-PAYMENT-TYPE NOT = "RENT" AND
              PH-PAYMENT-TYPE NOT = "BILLING" AND
              PH-PAYMENT-TYPE NOT = "DISCOUNT" AND
              PH-PAYMENT-TYPE NOT = "ELECTRICITY" AND
              PH-PAYMENT-TYPE NOT = "WATER"
               EXIT PARAGRAPH
           END-IF

           *> Full rebuild, for the on-file comparison
           EVALUATE PH-PAYMENT-TYPE
               WHEN "RENT"
               WHEN "BILLING"
               WHEN "DISCOUNT"
                   COMPUTE WS-PC-CALC-RENT = WS-PC-CALC-RENT +
                           PH-AMOUNT-DUE - PH-AMOUNT-PAID
               WHEN "ELECTRICITY"
                   COMPUTE WS-PC-CALC-ELEC = WS-PC-CALC-ELEC +
                           PH-AMOUNT-DUE - PH-AMOUNT-PAID
               WHEN "WATER"
                   COMPUTE WS-PC-CALC-WATER = WS-PC-CALC-WATER +
                           PH-AMOUNT-DUE - PH-AMOUNT-PAID
           END-EVALUATE

           *> Split by period for the trial balance
           IF PH-PAYMENT-DATE(1:7) < WS-PC-MONTH
               EVALUATE PH-PAYMENT-TYPE
                   WHEN "RENT"
                   WHEN "BILLING"
                   WHEN "DISCOUNT"
                       COMPUTE WS-PC-OPEN-RENT =
                               WS-PC-OPEN-RENT +
                               PH-AMOUNT-DUE - PH-AMOUNT-PAID
                   WHEN "ELECTRICITY"
                       COMPUTE WS-PC-OPEN-ELEC =
                               WS-PC-OPEN-ELEC +
                               PH-AMOUNT-DUE - PH-AMOUNT-PAID
                   WHEN "WATER"
                       COMPUTE WS-PC-OPEN-WATER =
                               WS-PC-OPEN-WATER +
                               PH-AMOUNT-DUE - PH-AMOUNT-PAID
               END-EVALUATE
           ELSE
               IF PH-PAYMENT-DATE(1:7) = WS-PC-MONTH
                   ADD PH-AMOUNT-DUE TO WS-PC-CHG
                   ADD PH-AMOUNT-PAID TO WS-PC-PAY
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GENERATE DUNNING NOTICES
      *============================
       GENERATE-DUNNING-NOTICES.
           DISPLAY "=========================================="
           DISPLAY "      GENERATE DUNNING NOTICES"
           DISPLAY "=========================================="
           DISPLAY "Writes a printable late-payment letter per "
                   "delinquent room, with wording that escalates "
                   "at the 30 and 60 day marks. Rooms that "
                   "already got a notice at (or past) the same "
                   "level are skipped."
           DISPLAY " "

           *> A batch run dates its letters and counts days overdue
           *> from its run date, as the missed-installment check does
           IF WS-JOB-UNATTENDED = "Y"
               MOVE WS-JOB-RUN-DATE TO WS-NOTICE-DATE
               MOVE WS-JOB-RUN-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
               MOVE WS-JOB-RUN-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
               MOVE WS-JOB-RUN-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-NOTICE-DATE
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-NOTICE-DATE
               END-STRING
           END-IF

           PERFORM PLAN-CHECK-MISSED

           MOVE 0 TO WS-NOTICE-COUNT
           MOVE 0 TO WS-NOTICE-SKIP-COUNT
           MOVE 0 TO WS-NOTICE-PLAN-COUNT

           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START

           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0
                           PERFORM NOTICE-CHECK-ONE-DORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           DISPLAY " "
           DISPLAY "NOTICES GENERATED: " WS-NOTICE-COUNT
           DISPLAY "ALREADY COVERED (SKIPPED): "
                   WS-NOTICE-SKIP-COUNT
           DISPLAY "ON A CURRENT PAYMENT PLAN (SUSPENDED): "
                   WS-NOTICE-PLAN-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DUNNING - CHECK ONE DORM
      *============================
       NOTICE-CHECK-ONE-DORM.
           COMPUTE WS-NOTICE-TOTAL-DUE =
                   DI-RENT-BALANCE-DUE +
                   DI-ELECTRICITY-BALANCE-DUE +
                   DI-WATER-BALANCE-DUE
           IF WS-NOTICE-TOTAL-DUE <= 0
               EXIT PARAGRAPH
           END-IF

           *> Collection is on hold while the room is on a current
           *> payment plan
           PERFORM PLAN-ROOM-STATUS
           IF WS-PLAN-ROOM-STATE = "C"
               ADD 1 TO WS-NOTICE-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF

           *> Oldest overdue bill drives the escalation level; its
           *> due date marks when this delinquency episode began
           MOVE 0 TO WS-NOTICE-MAX-DAYS
           MOVE SPACES TO WS-NOTICE-EPISODE-DATE
           IF DI-RENT-BALANCE-DUE > 0
               MOVE DI-RENT-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-NOTICE-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-NOTICE-MAX-DAYS
                   MOVE DI-RENT-DUE TO WS-NOTICE-EPISODE-DATE
               END-IF
           END-IF
           IF DI-ELECTRICITY-BALANCE-DUE > 0
               MOVE DI-ELECTRICITY-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-NOTICE-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-NOTICE-MAX-DAYS
                   MOVE DI-ELECTRICITY-DUE
                       TO WS-NOTICE-EPISODE-DATE
               END-IF
           END-IF
           IF DI-WATER-BALANCE-DUE > 0
               MOVE DI-WATER-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               IF WS-OVERDUE-FLAG = "Y" AND
                  WS-DAYS-OVERDUE > WS-NOTICE-MAX-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-NOTICE-MAX-DAYS
                   MOVE DI-WATER-DUE TO WS-NOTICE-EPISODE-DATE
               END-IF
           END-IF

           IF WS-NOTICE-MAX-DAYS = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-NOTICE-MAX-DAYS <= 30
               MOVE 1 TO WS-NOTICE-LEVEL
           ELSE
               IF WS-NOTICE-MAX-DAYS <= 60
                   MOVE 2 TO WS-NOTICE-LEVEL
               ELSE
                   MOVE 3 TO WS-NOTICE-LEVEL
               END-IF
           END-IF

           *> A broken plan restarts dunning at the level it was
           *> suspended at, whatever was sent before the plan
           IF WS-PLAN-ROOM-STATE = "B"
               MOVE WS-PLAN-RESUME-LEVEL TO WS-NOTICE-LEVEL
           ELSE
               PERFORM NOTICE-GET-PREV-LEVEL
               IF WS-NOTICE-PREV-LEVEL >= WS-NOTICE-LEVEL
                   ADD 1 TO WS-NOTICE-SKIP-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM NOTICE-WRITE-LETTER

           *> Log it so the same notice never goes out twice
           MOVE DI-ID            TO NT-DORM-ID
           MOVE WS-NOTICE-LEVEL  TO NT-LEVEL
           MOVE WS-NOTICE-DATE   TO NT-DATE
           MOVE WS-OPERATOR-ID   TO NT-OPERATOR
           MOVE SPACES           TO NT-CONTACT
           OPEN EXTEND NOTICE-LOG-FILE
           WRITE NOTICE-LOG-RECORD
           CLOSE NOTICE-LOG-FILE

           *> A final demand also goes to each tenant's guarantor,
           *> and the guarantor's contact is logged as proof of
           *> formal notification
           IF WS-NOTICE-LEVEL = 3
               PERFORM NOTICE-GUARANTOR-LETTERS
           END-IF

           IF WS-PLAN-ROOM-STATE = "B"
               PERFORM PLAN-MARK-RESUMED
               DISPLAY "DUNNING RESUMED FOR " DI-ID " AFTER BROKEN "
                       "PLAN " WS-PLAN-ROOM-PLAN-ID
           END-IF

           ADD 1 TO WS-NOTICE-COUNT
           DISPLAY "LEVEL " WS-NOTICE-LEVEL " NOTICE FOR " DI-ID
                   " (" WS-NOTICE-MAX-DAYS " DAYS, DUE "
                   WS-NOTICE-TOTAL-DUE ")"
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DUNNING - HIGHEST NOTICE ALREADY SENT
      *============================
       NOTICE-GET-PREV-LEVEL.
           MOVE 0 TO WS-NOTICE-PREV-LEVEL
           OPEN INPUT NOTICE-LOG-FILE
           IF WS-NOTICE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ NOTICE-LOG-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       *> Only notices sent during the current
                       *> delinquency episode count; anything older
                       *> belongs to an account that was since
                       *> cured and must not block a fresh first
                       *> notice
                       IF NT-DORM-ID = DI-ID AND
                          NT-DATE >= WS-NOTICE-EPISODE-DATE AND
                          NT-LEVEL > WS-NOTICE-PREV-LEVEL
                           MOVE NT-LEVEL TO WS-NOTICE-PREV-LEVEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTICE-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DUNNING - WRITE THE LETTER FILE
      *============================
       NOTICE-WRITE-LETTER.
           *> A recently returned check changes the wording below
           PERFORM NSF-RECENT-FOR-ROOM

           MOVE SPACES TO WS-NOTICE-FILENAME
           STRING "notice_" DELIMITED BY SIZE
                  DI-ID DELIMITED BY SPACE
                  "_L" DELIMITED BY SIZE
                  WS-NOTICE-LEVEL DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOTICE-FILENAME
           END-STRING

           OPEN OUTPUT NOTICE-LETTER-FILE

           MOVE "========================================"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           EVALUATE WS-NOTICE-LEVEL
               WHEN 1
                   MOVE "        LATE PAYMENT REMINDER"
                       TO NOTICE-LETTER-RECORD
               WHEN 2
                   MOVE "     SECOND NOTICE - PAYMENT OVERDUE"
                       TO NOTICE-LETTER-RECORD
               WHEN OTHER
                   MOVE "   FINAL DEMAND BEFORE FURTHER ACTION"
                       TO NOTICE-LETTER-RECORD
           END-EVALUATE
           WRITE NOTICE-LETTER-RECORD
           MOVE "========================================"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "DATE: " DELIMITED BY SIZE
                  WS-NOTICE-DATE DELIMITED BY SPACE
                  "   ROOM: " DELIMITED BY SIZE
                  DI-ID DELIMITED BY SPACE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE DI-RENT-BALANCE-DUE TO WS-NOTICE-EDIT
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "RENT BALANCE DUE        : " DELIMITED BY SIZE
                  WS-NOTICE-EDIT DELIMITED BY SIZE
                  "  (DUE " DELIMITED BY SIZE
                  DI-RENT-DUE DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE DI-ELECTRICITY-BALANCE-DUE TO WS-NOTICE-EDIT
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "ELECTRICITY BALANCE DUE : " DELIMITED BY SIZE
                  WS-NOTICE-EDIT DELIMITED BY SIZE
                  "  (DUE " DELIMITED BY SIZE
                  DI-ELECTRICITY-DUE DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE DI-WATER-BALANCE-DUE TO WS-NOTICE-EDIT
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "WATER BALANCE DUE       : " DELIMITED BY SIZE
                  WS-NOTICE-EDIT DELIMITED BY SIZE
                  "  (DUE " DELIMITED BY SIZE
                  DI-WATER-DUE DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE WS-NOTICE-TOTAL-DUE TO WS-NOTICE-EDIT
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "TOTAL OUTSTANDING       : " DELIMITED BY SIZE
                  WS-NOTICE-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-NOTICE-MAX-DAYS DELIMITED BY SIZE
                  " DAYS OVERDUE)" DELIMITED BY SIZE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           EVALUATE WS-NOTICE-LEVEL
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE BALANCE ABOVE IS PAST"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "DUE. KINDLY SETTLE AT THE FRONT DESK. IF"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "YOU HAVE ALREADY PAID, PLEASE DISREGARD."
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
               WHEN 2
                   MOVE "DESPITE OUR EARLIER REMINDER THE BALANCE"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "ABOVE REMAINS UNPAID. PLEASE SETTLE WITHIN"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "SEVEN DAYS TO AVOID A LATE-PAYMENT CHARGE."
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
               WHEN OTHER
                   MOVE "THIS IS A FINAL DEMAND. UNLESS THE FULL"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "BALANCE IS SETTLED WITHIN SEVEN DAYS WE"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "WILL PROCEED WITH TERMINATION OF TENANCY"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "AND APPLY THE SECURITY DEPOSIT AGAINST"
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
                   MOVE "THE AMOUNT OWED."
                       TO NOTICE-LETTER-RECORD
                   WRITE NOTICE-LETTER-RECORD
           END-EVALUATE

           IF WS-NSF-RECENT = "Y"
               MOVE SPACES TO NOTICE-LETTER-RECORD
               WRITE NOTICE-LETTER-RECORD
               MOVE "NOTE: A CHECK PAYMENT ON THIS ACCOUNT WAS"
                   TO NOTICE-LETTER-RECORD
               WRITE NOTICE-LETTER-RECORD
               MOVE "RETURNED BY THE BANK. ONLY CASH OR CLEARED"
                   TO NOTICE-LETTER-RECORD
               WRITE NOTICE-LETTER-RECORD
               MOVE "FUNDS WILL BE ACCEPTED FOR SETTLEMENT."
                   TO NOTICE-LETTER-RECORD
               WRITE NOTICE-LETTER-RECORD
           END-IF

           MOVE SPACES TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "DORM MANAGEMENT" TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           CLOSE NOTICE-LETTER-FILE
           DISPLAY "LETTER SAVED TO "
                   FUNCTION TRIM(WS-NOTICE-FILENAME)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW DUNNING NOTICE LOG
      *============================
       VIEW-NOTICE-LOG.
           DISPLAY " "
           DISPLAY "NOTICE LOG:"
           DISPLAY "----------------------------------------"
           OPEN INPUT NOTICE-LOG-FILE
           IF WS-NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "NO NOTICES SENT YET."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ NOTICE-LOG-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           DISPLAY NT-DATE " | ROOM " NT-DORM-ID
                                   " | LEVEL " NT-LEVEL
                                   " | BY " NT-OPERATOR
                           IF NT-CONTACT NOT = SPACES
                               DISPLAY "    GUARANTOR NOTIFIED "
                                       "AT " NT-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-LOG-FILE
           END-IF
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUARANTOR RECORDS MENU
      *============================
       GUARANTOR-MENU.
           DISPLAY "=============================="
           DISPLAY "      GUARANTOR RECORDS"
           DISPLAY "=============================="
           DISPLAY "1 - VIEW GUARANTORS"
           DISPLAY "2 - ADD/EDIT A TENANT'S GUARANTOR"
           DISPLAY "3 - BACK"
           DISPLAY "ENTER CHOICE (1 - 3): "
           MOVE 0 TO UTIL-BL-CHOICE
           ACCEPT UTIL-BL-CHOICE

           EVALUATE UTIL-BL-CHOICE
               WHEN 1
                   PERFORM VIEW-GUARANTORS
               WHEN 2
                   PERFORM EDIT-GUARANTOR
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE."
                   PERFORM EXIT-PROMT
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW GUARANTORS
      *============================
       VIEW-GUARANTORS.
           DISPLAY " "
           DISPLAY "GUARANTORS ON FILE:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-GU-COUNT
           OPEN INPUT GUARANTOR-FILE
           IF WS-GU-FILE-STATUS NOT = "00"
               DISPLAY "NO GUARANTORS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ GUARANTOR-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-GU-COUNT
                           DISPLAY "TENANT " GU-TENANT-ID
                                   " | " FUNCTION TRIM(GU-NAME)
                                   " (" FUNCTION
                                   TRIM(GU-RELATION) ") "
                                   GU-CONTACT
                           DISPLAY "    "
                                   FUNCTION TRIM(GU-ADDRESS)
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "GUARANTORS LISTED: " WS-GU-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CAPTURE GUARANTOR DETAILS
      *============================
      *Prompts into the WS-GU fields; WS-GU-SKIP is Y when the
      *operator leaves the name empty.
       CAPTURE-GUARANTOR.
           MOVE "N" TO WS-GU-SKIP
           DISPLAY "Guarantor Name (empty to skip): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-GU-NAME
           ACCEPT WS-GU-NAME
           IF WS-GU-NAME = SPACES
               MOVE "Y" TO WS-GU-SKIP
               DISPLAY "NO GUARANTOR RECORDED. ADD ONE LATER VIA "
                       "TENANT MANAGEMENT > GUARANTOR RECORDS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Guarantor Relationship (e.g., MOTHER): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-GU-RELATION
           ACCEPT WS-GU-RELATION
           DISPLAY "Guarantor Address: " WITH NO ADVANCING
           MOVE SPACES TO WS-GU-ADDRESS
           ACCEPT WS-GU-ADDRESS
           DISPLAY "Guarantor Contact Number: " WITH NO ADVANCING
           MOVE SPACES TO WS-GU-CONTACT
           ACCEPT WS-GU-CONTACT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SAVE GUARANTOR FOR ONE TENANT
      *============================
      *Replace-then-append keeps one guarantor per tenant.
       SAVE-GUARANTOR-FOR-TENANT.
           OPEN INPUT GUARANTOR-FILE
           IF WS-GU-FILE-STATUS = "00"
               OPEN OUTPUT TEMP-GUARANTOR-FILE
               MOVE "N" TO WS-GU-SCAN-EOF
               PERFORM UNTIL WS-GU-SCAN-EOF = "Y"
                   READ GUARANTOR-FILE
                       AT END
                           MOVE "Y" TO WS-GU-SCAN-EOF
                       NOT AT END
                           IF GU-TENANT-ID NOT = WS-GU-TENANT-ID
                               WRITE TEMP-GUARANTOR-RECORD
                                   FROM GUARANTOR-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-FILE TEMP-GUARANTOR-FILE
               PERFORM SAVE-GUARANTOR-RECORD
           END-IF

           MOVE WS-GU-TENANT-ID TO GU-TENANT-ID
           MOVE WS-GU-NAME      TO GU-NAME
           MOVE WS-GU-RELATION  TO GU-RELATION
           MOVE WS-GU-ADDRESS   TO GU-ADDRESS
           MOVE WS-GU-CONTACT   TO GU-CONTACT
           OPEN EXTEND GUARANTOR-FILE
           WRITE GUARANTOR-RECORD
           CLOSE GUARANTOR-FILE
           DISPLAY "GUARANTOR RECORDED FOR TENANT "
                   WS-GU-TENANT-ID "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD/EDIT A TENANT'S GUARANTOR
      *============================
       EDIT-GUARANTOR.
           PERFORM SHOW-TENANT-LIST
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-GU-TENANT-ID
           ACCEPT WS-GU-TENANT-ID
           INSPECT WS-GU-TENANT-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM FIND-GUARANTOR
           IF WS-GU-FOUND = "Y"
               DISPLAY "CURRENT GUARANTOR: "
                       FUNCTION TRIM(GU-NAME)
                       " (" FUNCTION TRIM(GU-RELATION) ") "
                       GU-CONTACT
           ELSE
               DISPLAY "NO GUARANTOR ON FILE FOR THIS TENANT."
           END-IF

           PERFORM CAPTURE-GUARANTOR
           IF WS-GU-SKIP = "N"
               PERFORM SAVE-GUARANTOR-FOR-TENANT
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND A TENANT'S GUARANTOR
      *============================
      *Caller sets WS-GU-TENANT-ID; on a hit the GU fields hold
      *the guarantor.
       FIND-GUARANTOR.
           MOVE "N" TO WS-GU-FOUND
           OPEN INPUT GUARANTOR-FILE
           IF WS-GU-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-GU-SCAN-EOF
           PERFORM UNTIL WS-GU-SCAN-EOF = "Y"
               READ GUARANTOR-FILE
                   AT END
                       MOVE "Y" TO WS-GU-SCAN-EOF
                   NOT AT END
                       IF GU-TENANT-ID = WS-GU-TENANT-ID
                           MOVE "Y" TO WS-GU-FOUND
                           MOVE "Y" TO WS-GU-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARANTOR-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TENANT PROFILES AND ID DOCUMENTS MENU
      *============================
       TENANT-PROFILE-MENU.
           PERFORM UNTIL UTIL-TP-CHOICE = 4
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  TENANT PROFILES / ID DOCUMENTS"
           DISPLAY "=============================="
           DISPLAY "1 - VIEW A TENANT'S PROFILE"
           DISPLAY "2 - ID DOCUMENT COMPLIANCE REPORT"
           DISPLAY "3 - EMERGENCY ROSTER"
           DISPLAY "4 - BACK"
           DISPLAY "(PROFILES ARE CHANGED VIA EDIT TENANT INFO)"

           DISPLAY "ENTER CHOICE (1 - 4): "
           ACCEPT UTIL-TP-CHOICE

           EVALUATE UTIL-TP-CHOICE
               WHEN 1
                   PERFORM VIEW-TENANT-PROFILE
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM ID-COMPLIANCE-REPORT
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM EMERGENCY-ROSTER
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW A TENANT'S PROFILE
      *============================
       VIEW-TENANT-PROFILE.
           PERFORM SHOW-TENANT-LIST
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-TP-TENANT-ID
           ACCEPT WS-TP-TENANT-ID
           INSPECT WS-TP-TENANT-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           OPEN INPUT TENANT-FILE
           MOVE WS-TP-TENANT-ID TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   DISPLAY "TENANT " WS-TP-TENANT-ID
                           " IS NOT ON THE TENANT MASTER."
               NOT INVALID KEY
                   DISPLAY "TENANT " SI-ID IN TENANT-RECORD
                           " - " FUNCTION TRIM(SI-NAME)
                           " | ROOM " SI-ASSIGNED-D-ID
                           " | " SI-CONTACT-NUM
           END-READ
           CLOSE TENANT-FILE

           PERFORM FIND-TENANT-PROFILE
           DISPLAY "----------------------------------------"
           IF WS-TP-FOUND = "N"
               DISPLAY "NO PROFILE ON FILE. ADD ONE VIA "
                       "EDIT TENANT INFO."
           ELSE
               DISPLAY "ID DOCUMENT    : " TP-ID-TYPE
                       " " TP-ID-NUMBER
               DISPLAY "ID EXPIRY      : " TP-ID-EXPIRY
               DISPLAY "SCHOOL/EMPLOYER: "
                       FUNCTION TRIM(TP-SCHOOL-EMPLOYER)
               DISPLAY "E-MAIL         : " FUNCTION TRIM(TP-EMAIL)
               DISPLAY "EMERGENCY      : "
                       FUNCTION TRIM(TP-EC-NAME)
                       " (" FUNCTION TRIM(TP-EC-RELATION) ") "
                       TP-EC-CONTACT
               IF TP-FOREIGN = "Y"
                   DISPLAY "FOREIGN RESIDENT: "
                           FUNCTION TRIM(TP-NATIONALITY)
                   DISPLAY "VISA EXPIRY    : " TP-VISA-EXPIRY
                   DISPLAY "PERMIT EXPIRY  : " TP-PERMIT-EXPIRY
               END-IF
               DISPLAY "LAST UPDATED   : " TP-LAST-UPDATED
                       " BY " TP-UPDATED-BY
           END-IF
           MOVE WS-TP-TENANT-ID TO WS-GU-TENANT-ID
           PERFORM FIND-GUARANTOR
           IF WS-GU-FOUND = "Y"
               DISPLAY "GUARANTOR      : " FUNCTION TRIM(GU-NAME)
                       " (" FUNCTION TRIM(GU-RELATION) ") "
                       GU-CONTACT
           END-IF
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CAPTURE TENANT PROFILE DETAILS
      *============================
      *Prompts into the WS-TP fields at move-in. Everything may be
      *left empty; the compliance report chases what is missing.
      *The guarantor captured just before cannot double as the
      *emergency contact.
       CAPTURE-TENANT-PROFILE.
           MOVE SPACES TO WS-TP-GU-NAME
           MOVE SPACES TO WS-TP-GU-CONTACT
           IF WS-GU-SKIP = "N"
               MOVE WS-GU-NAME TO WS-TP-GU-NAME
               MOVE WS-GU-CONTACT TO WS-TP-GU-CONTACT
           END-IF

           DISPLAY "ID Type (e.g., PASSPORT, NATIONAL ID; "
                   "empty if none yet): " WITH NO ADVANCING
           MOVE SPACES TO WS-TP-ID-TYPE
           ACCEPT WS-TP-ID-TYPE
           INSPECT WS-TP-ID-TYPE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-TP-ID-NUMBER
           MOVE SPACES TO WS-TP-ID-EXPIRY
           IF WS-TP-ID-TYPE NOT = SPACES
               DISPLAY "ID Number: " WITH NO ADVANCING
               ACCEPT WS-TP-ID-NUMBER
               INSPECT WS-TP-ID-NUMBER
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "ID Expiry (YYYY-MM-DD, empty if it does "
                       "not expire): " WITH NO ADVANCING
               PERFORM TP-ACCEPT-DATE
               MOVE WS-TP-DATE-IN TO WS-TP-ID-EXPIRY
           END-IF

           DISPLAY "School or Employer: " WITH NO ADVANCING
           MOVE SPACES TO WS-TP-SCHOOL-EMPLOYER
           ACCEPT WS-TP-SCHOOL-EMPLOYER
           DISPLAY "E-mail Address: " WITH NO ADVANCING
           MOVE SPACES TO WS-TP-EMAIL
           ACCEPT WS-TP-EMAIL

           MOVE "N" TO WS-TP-EC-OK
           PERFORM UNTIL WS-TP-EC-OK = "Y"
               DISPLAY "Emergency Contact Name (not the guarantor; "
                       "empty to skip): " WITH NO ADVANCING
               MOVE SPACES TO WS-TP-EC-NAME
               ACCEPT WS-TP-EC-NAME
               MOVE "Y" TO WS-TP-EC-OK
               IF WS-TP-EC-NAME NOT = SPACES AND
                  WS-TP-EC-NAME = WS-TP-GU-NAME
                   DISPLAY "THE EMERGENCY CONTACT MUST BE SOMEONE "
                           "OTHER THAN THE GUARANTOR."
                   MOVE "N" TO WS-TP-EC-OK
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TP-EC-RELATION
           MOVE SPACES TO WS-TP-EC-CONTACT
           IF WS-TP-EC-NAME NOT = SPACES
               DISPLAY "Emergency Contact Relationship "
                       "(e.g., SISTER): " WITH NO ADVANCING
               ACCEPT WS-TP-EC-RELATION
               MOVE "N" TO WS-TP-EC-OK
               PERFORM UNTIL WS-TP-EC-OK = "Y"
                   DISPLAY "Emergency Contact Number: "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-TP-EC-CONTACT
                   ACCEPT WS-TP-EC-CONTACT
                   MOVE "Y" TO WS-TP-EC-OK
                   IF WS-TP-EC-CONTACT NOT = SPACES AND
                      WS-TP-EC-CONTACT = WS-TP-GU-CONTACT
                       DISPLAY "THAT IS THE GUARANTOR'S NUMBER. "
                               "ENTER A DIFFERENT ONE."
                       MOVE "N" TO WS-TP-EC-OK
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY "Foreign Resident (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-TP-FOREIGN
           ACCEPT WS-TP-FOREIGN
           INSPECT WS-TP-FOREIGN CONVERTING "y" TO "Y"
           MOVE SPACES TO WS-TP-NATIONALITY
           MOVE SPACES TO WS-TP-VISA-EXPIRY
           MOVE SPACES TO WS-TP-PERMIT-EXPIRY
           IF WS-TP-FOREIGN = "Y"
               DISPLAY "Nationality: " WITH NO ADVANCING
               ACCEPT WS-TP-NATIONALITY
               INSPECT WS-TP-NATIONALITY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Visa Expiry (YYYY-MM-DD): " WITH NO ADVANCING
               PERFORM TP-ACCEPT-DATE
               MOVE WS-TP-DATE-IN TO WS-TP-VISA-EXPIRY
               DISPLAY "Study/Work Permit Expiry (YYYY-MM-DD): "
                       WITH NO ADVANCING
               PERFORM TP-ACCEPT-DATE
               MOVE WS-TP-DATE-IN TO WS-TP-PERMIT-EXPIRY
           ELSE
               MOVE "N" TO WS-TP-FOREIGN
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TENANT PROFILE - ACCEPT AN OPTIONAL DATE
      *============================
      *Optional date: empty, or a valid YYYY-MM-DD in WS-TP-DATE-IN
       TP-ACCEPT-DATE.
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-TP-DATE-IN
               ACCEPT WS-TP-DATE-IN
               IF WS-TP-DATE-IN = SPACES
                   MOVE "Y" TO WS-DATE-VALID-FLAG
               ELSE
                   MOVE WS-TP-DATE-IN TO WS-VALIDATE-DATE-IN
                   PERFORM VALIDATE-DATE-FORMAT
                   IF WS-DATE-VALID-FLAG = "N"
                       DISPLAY "INVALID DATE. USE FORMAT "
                               "YYYY-MM-DD (EMPTY IF NONE): "
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND A TENANT'S PROFILE
      *============================
      *Caller sets WS-TP-TENANT-ID; on a hit the TP fields hold
      *the profile.
       FIND-TENANT-PROFILE.
           MOVE "N" TO WS-TP-FOUND
           OPEN INPUT TENANT-PROFILE-FILE
           IF WS-TP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TP-SCAN-EOF
           PERFORM UNTIL WS-TP-SCAN-EOF = "Y"
               READ TENANT-PROFILE-FILE
                   AT END
                       MOVE "Y" TO WS-TP-SCAN-EOF
                   NOT AT END
                       IF TP-TENANT-ID = WS-TP-TENANT-ID
                           MOVE "Y" TO WS-TP-FOUND
                           MOVE "Y" TO WS-TP-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-PROFILE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SAVE PROFILE FOR ONE TENANT
      *============================
      *Replace-then-append keeps one profile per tenant. Caller
      *sets WS-TP-TENANT-ID and the WS-TP fields.
       SAVE-PROFILE-FOR-TENANT.
           OPEN INPUT TENANT-PROFILE-FILE
           IF WS-TP-FILE-STATUS = "00"
               OPEN OUTPUT TEMP-TENANT-PROFILE-FILE
               MOVE "N" TO WS-TP-SCAN-EOF
               PERFORM UNTIL WS-TP-SCAN-EOF = "Y"
                   READ TENANT-PROFILE-FILE
                       AT END
                           MOVE "Y" TO WS-TP-SCAN-EOF
                       NOT AT END
                           IF TP-TENANT-ID NOT = WS-TP-TENANT-ID
                               WRITE TEMP-TENANT-PROFILE-RECORD
                                   FROM TENANT-PROFILE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENANT-PROFILE-FILE TEMP-TENANT-PROFILE-FILE
               PERFORM SAVE-TENANT-PROFILE-RECORD
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO TP-LAST-UPDATED
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO TP-LAST-UPDATED
           END-STRING
           MOVE WS-TP-TENANT-ID       TO TP-TENANT-ID
           MOVE WS-TP-ID-TYPE         TO TP-ID-TYPE
           MOVE WS-TP-ID-NUMBER       TO TP-ID-NUMBER
           MOVE WS-TP-ID-EXPIRY       TO TP-ID-EXPIRY
           MOVE WS-TP-SCHOOL-EMPLOYER TO TP-SCHOOL-EMPLOYER
           MOVE WS-TP-EMAIL           TO TP-EMAIL
           MOVE WS-TP-EC-NAME         TO TP-EC-NAME
           MOVE WS-TP-EC-RELATION     TO TP-EC-RELATION
           MOVE WS-TP-EC-CONTACT      TO TP-EC-CONTACT
           MOVE WS-TP-FOREIGN         TO TP-FOREIGN
           MOVE WS-TP-NATIONALITY     TO TP-NATIONALITY
           MOVE WS-TP-VISA-EXPIRY     TO TP-VISA-EXPIRY
           MOVE WS-TP-PERMIT-EXPIRY   TO TP-PERMIT-EXPIRY
           MOVE WS-OPERATOR-ID        TO TP-UPDATED-BY
           OPEN EXTEND TENANT-PROFILE-FILE
           IF WS-TP-FILE-STATUS NOT = "00"
               OPEN OUTPUT TENANT-PROFILE-FILE
           END-IF
           WRITE TENANT-PROFILE-RECORD
           CLOSE TENANT-PROFILE-FILE
           DISPLAY "PROFILE RECORDED FOR TENANT "
                   WS-TP-TENANT-ID "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE TENANT PROFILE RECORD
      *============================
       SAVE-TENANT-PROFILE-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del tenprof.dat"
               CALL "SYSTEM" USING "rename temptp.dat tenprof.dat"

           ELSE
               CALL "SYSTEM" USING "mv temptp.dat tenprof.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EDIT A TENANT'S PROFILE
      *============================
      *Runs inside EDIT-TENANTS with WS-TP-TENANT-ID set. Each
      *change is queued for the journal with the tenant fields;
      *WS-TP-CHANGED tells the caller to save once the tenant
      *record itself has been rewritten.
       EDIT-TENANT-PROFILE.
           MOVE "N" TO WS-TP-CHANGED
           PERFORM FIND-TENANT-PROFILE
           IF WS-TP-FOUND = "Y"
               MOVE TP-ID-TYPE         TO WS-TP-ID-TYPE
               MOVE TP-ID-NUMBER       TO WS-TP-ID-NUMBER
               MOVE TP-ID-EXPIRY       TO WS-TP-ID-EXPIRY
               MOVE TP-SCHOOL-EMPLOYER TO WS-TP-SCHOOL-EMPLOYER
               MOVE TP-EMAIL           TO WS-TP-EMAIL
               MOVE TP-EC-NAME         TO WS-TP-EC-NAME
               MOVE TP-EC-RELATION     TO WS-TP-EC-RELATION
               MOVE TP-EC-CONTACT      TO WS-TP-EC-CONTACT
               MOVE TP-FOREIGN         TO WS-TP-FOREIGN
               MOVE TP-NATIONALITY     TO WS-TP-NATIONALITY
               MOVE TP-VISA-EXPIRY     TO WS-TP-VISA-EXPIRY
               MOVE TP-PERMIT-EXPIRY   TO WS-TP-PERMIT-EXPIRY
           ELSE
               DISPLAY "NO PROFILE ON FILE YET FOR THIS TENANT."
               MOVE SPACES TO WS-TP-ID-TYPE
               MOVE SPACES TO WS-TP-ID-NUMBER
               MOVE SPACES TO WS-TP-ID-EXPIRY
               MOVE SPACES TO WS-TP-SCHOOL-EMPLOYER
               MOVE SPACES TO WS-TP-EMAIL
               MOVE SPACES TO WS-TP-EC-NAME
               MOVE SPACES TO WS-TP-EC-RELATION
               MOVE SPACES TO WS-TP-EC-CONTACT
               MOVE "N" TO WS-TP-FOREIGN
               MOVE SPACES TO WS-TP-NATIONALITY
               MOVE SPACES TO WS-TP-VISA-EXPIRY
               MOVE SPACES TO WS-TP-PERMIT-EXPIRY
           END-IF

           MOVE SPACES TO WS-TP-GU-NAME
           MOVE SPACES TO WS-TP-GU-CONTACT
           MOVE WS-TP-TENANT-ID TO WS-GU-TENANT-ID
           PERFORM FIND-GUARANTOR
           IF WS-GU-FOUND = "Y"
               MOVE GU-NAME TO WS-TP-GU-NAME
               MOVE GU-CONTACT TO WS-TP-GU-CONTACT
           END-IF

           DISPLAY "Edit ID Type (now: " FUNCTION TRIM(WS-TP-ID-TYPE)
                   ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           INSPECT WS-TP-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-TP-INPUT NOT = SPACES AND
              WS-TP-INPUT NOT = WS-TP-ID-TYPE
               MOVE "ID TYPE" TO WS-AJ-FIELD
               MOVE WS-TP-ID-TYPE TO WS-AJ-OLD-VALUE
               MOVE WS-TP-INPUT TO WS-TP-ID-TYPE
               MOVE WS-TP-ID-TYPE TO WS-AJ-NEW-VALUE
               PERFORM TP-QUEUE-CHANGE
           END-IF

           DISPLAY "Edit ID Number (now: "
                   FUNCTION TRIM(WS-TP-ID-NUMBER) ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           INSPECT WS-TP-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-TP-INPUT NOT = SPACES AND
              WS-TP-INPUT NOT = WS-TP-ID-NUMBER
               MOVE "ID NUMBER" TO WS-AJ-FIELD
               MOVE WS-TP-ID-NUMBER TO WS-AJ-OLD-VALUE
               MOVE WS-TP-INPUT TO WS-TP-ID-NUMBER
               MOVE WS-TP-ID-NUMBER TO WS-AJ-NEW-VALUE
               PERFORM TP-QUEUE-CHANGE
           END-IF

           DISPLAY "Edit ID Expiry (now: " WS-TP-ID-EXPIRY ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-DATE-IN
           ACCEPT WS-TP-DATE-IN
           IF WS-TP-DATE-IN NOT = SPACES AND
              WS-TP-DATE-IN NOT = WS-TP-ID-EXPIRY
               MOVE WS-TP-DATE-IN TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE "ID EXPIRY" TO WS-AJ-FIELD
                   MOVE WS-TP-ID-EXPIRY TO WS-AJ-OLD-VALUE
                   MOVE WS-TP-DATE-IN TO WS-TP-ID-EXPIRY
                   MOVE WS-TP-ID-EXPIRY TO WS-AJ-NEW-VALUE
                   PERFORM TP-QUEUE-CHANGE
               ELSE
                   DISPLAY "INVALID DATE. "
                           "KEEPING CURRENT VALUE."
               END-IF
           END-IF

           DISPLAY "Edit School or Employer (now: "
                   FUNCTION TRIM(WS-TP-SCHOOL-EMPLOYER) ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           IF WS-TP-INPUT NOT = SPACES AND
              WS-TP-INPUT NOT = WS-TP-SCHOOL-EMPLOYER
               MOVE "SCHOOL/EMPLOYER" TO WS-AJ-FIELD
               MOVE WS-TP-SCHOOL-EMPLOYER TO WS-AJ-OLD-VALUE
               MOVE WS-TP-INPUT TO WS-TP-SCHOOL-EMPLOYER
               MOVE WS-TP-SCHOOL-EMPLOYER TO WS-AJ-NEW-VALUE
               PERFORM TP-QUEUE-CHANGE
           END-IF

           DISPLAY "Edit E-mail (now: " FUNCTION TRIM(WS-TP-EMAIL)
                   ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           IF WS-TP-INPUT NOT = SPACES AND
              WS-TP-INPUT NOT = WS-TP-EMAIL
               MOVE "E-MAIL" TO WS-AJ-FIELD
               MOVE WS-TP-EMAIL TO WS-AJ-OLD-VALUE
               MOVE WS-TP-INPUT TO WS-TP-EMAIL
               MOVE WS-TP-EMAIL TO WS-AJ-NEW-VALUE
               PERFORM TP-QUEUE-CHANGE
           END-IF

           DISPLAY "Edit Emergency Contact Name (now: "
                   FUNCTION TRIM(WS-TP-EC-NAME) ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           IF WS-TP-INPUT NOT = SPACES AND
              WS-TP-INPUT NOT = WS-TP-EC-NAME
               IF WS-TP-INPUT = WS-TP-GU-NAME
                   DISPLAY "THE EMERGENCY CONTACT MUST BE SOMEONE "
                           "OTHER THAN THE GUARANTOR. "
                           "KEEPING CURRENT VALUE."
               ELSE
                   MOVE "EMERGENCY NAME" TO WS-AJ-FIELD
                   MOVE WS-TP-EC-NAME TO WS-AJ-OLD-VALUE
                   MOVE WS-TP-INPUT TO WS-TP-EC-NAME
                   MOVE WS-TP-EC-NAME TO WS-AJ-NEW-VALUE
                   PERFORM TP-QUEUE-CHANGE
               END-IF
           END-IF

           DISPLAY "Edit Emergency Contact Relationship (now: "
                   FUNCTION TRIM(WS-TP-EC-RELATION) ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           IF WS-TP-INPUT NOT = SPACES AND
              WS-TP-INPUT NOT = WS-TP-EC-RELATION
               MOVE "EMERGENCY RELATION" TO WS-AJ-FIELD
               MOVE WS-TP-EC-RELATION TO WS-AJ-OLD-VALUE
               MOVE WS-TP-INPUT TO WS-TP-EC-RELATION
               MOVE WS-TP-EC-RELATION TO WS-AJ-NEW-VALUE
               PERFORM TP-QUEUE-CHANGE
           END-IF

           DISPLAY "Edit Emergency Contact Number (now: "
                   WS-TP-EC-CONTACT ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           IF WS-TP-INPUT NOT = SPACES AND
              WS-TP-INPUT NOT = WS-TP-EC-CONTACT
               IF WS-TP-INPUT = WS-TP-GU-CONTACT
                   DISPLAY "THAT IS THE GUARANTOR'S NUMBER. "
                           "KEEPING CURRENT VALUE."
               ELSE
                   MOVE "EMERGENCY CONTACT" TO WS-AJ-FIELD
                   MOVE WS-TP-EC-CONTACT TO WS-AJ-OLD-VALUE
                   MOVE WS-TP-INPUT TO WS-TP-EC-CONTACT
                   MOVE WS-TP-EC-CONTACT TO WS-AJ-NEW-VALUE
                   PERFORM TP-QUEUE-CHANGE
               END-IF
           END-IF

           DISPLAY "Edit Foreign Resident Y/N (now: " WS-TP-FOREIGN
                   ")"
           DISPLAY "(keep empty to unchange)"
           MOVE SPACES TO WS-TP-INPUT
           ACCEPT WS-TP-INPUT
           INSPECT WS-TP-INPUT CONVERTING "yn" TO "YN"
           IF (WS-TP-INPUT = "Y" OR WS-TP-INPUT = "N") AND
              WS-TP-INPUT(1:1) NOT = WS-TP-FOREIGN
               MOVE "FOREIGN RESIDENT" TO WS-AJ-FIELD
               MOVE WS-TP-FOREIGN TO WS-AJ-OLD-VALUE
               MOVE WS-TP-INPUT(1:1) TO WS-TP-FOREIGN
               MOVE WS-TP-FOREIGN TO WS-AJ-NEW-VALUE
               PERFORM TP-QUEUE-CHANGE
           END-IF

           IF WS-TP-FOREIGN = "Y"
               DISPLAY "Edit Nationality (now: "
                       FUNCTION TRIM(WS-TP-NATIONALITY) ")"
               DISPLAY "(keep empty to unchange)"
               MOVE SPACES TO WS-TP-INPUT
               ACCEPT WS-TP-INPUT
               INSPECT WS-TP-INPUT
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-TP-INPUT NOT = SPACES AND
                  WS-TP-INPUT NOT = WS-TP-NATIONALITY
                   MOVE "NATIONALITY" TO WS-AJ-FIELD
                   MOVE WS-TP-NATIONALITY TO WS-AJ-OLD-VALUE
                   MOVE WS-TP-INPUT TO WS-TP-NATIONALITY
                   MOVE WS-TP-NATIONALITY TO WS-AJ-NEW-VALUE
                   PERFORM TP-QUEUE-CHANGE
               END-IF

               DISPLAY "Edit Visa Expiry (now: " WS-TP-VISA-EXPIRY ")"
               DISPLAY "(keep empty to unchange)"
               MOVE SPACES TO WS-TP-DATE-IN
               ACCEPT WS-TP-DATE-IN
               IF WS-TP-DATE-IN NOT = SPACES AND
                  WS-TP-DATE-IN NOT = WS-TP-VISA-EXPIRY
                   MOVE WS-TP-DATE-IN TO WS-VALIDATE-DATE-IN
                   PERFORM VALIDATE-DATE-FORMAT
                   IF WS-DATE-VALID-FLAG = "Y"
                       MOVE "VISA EXPIRY" TO WS-AJ-FIELD
                       MOVE WS-TP-VISA-EXPIRY TO WS-AJ-OLD-VALUE
                       MOVE WS-TP-DATE-IN TO WS-TP-VISA-EXPIRY
                       MOVE WS-TP-VISA-EXPIRY TO WS-AJ-NEW-VALUE
                       PERFORM TP-QUEUE-CHANGE
                   ELSE
                       DISPLAY "INVALID DATE. "
                               "KEEPING CURRENT VALUE."
                   END-IF
               END-IF

               DISPLAY "Edit Permit Expiry (now: "
                       WS-TP-PERMIT-EXPIRY ")"
               DISPLAY "(keep empty to unchange)"
               MOVE SPACES TO WS-TP-DATE-IN
               ACCEPT WS-TP-DATE-IN
               IF WS-TP-DATE-IN NOT = SPACES AND
                  WS-TP-DATE-IN NOT = WS-TP-PERMIT-EXPIRY
                   MOVE WS-TP-DATE-IN TO WS-VALIDATE-DATE-IN
                   PERFORM VALIDATE-DATE-FORMAT
                   IF WS-DATE-VALID-FLAG = "Y"
                       MOVE "PERMIT EXPIRY" TO WS-AJ-FIELD
                       MOVE WS-TP-PERMIT-EXPIRY TO WS-AJ-OLD-VALUE
                       MOVE WS-TP-DATE-IN TO WS-TP-PERMIT-EXPIRY
                       MOVE WS-TP-PERMIT-EXPIRY TO WS-AJ-NEW-VALUE
                       PERFORM TP-QUEUE-CHANGE
                   ELSE
                       DISPLAY "INVALID DATE. "
                               "KEEPING CURRENT VALUE."
                   END-IF
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TENANT PROFILE - NOTE ONE CHANGED FIELD
      *============================
       TP-QUEUE-CHANGE.
           MOVE "Y" TO WS-TP-CHANGED
           PERFORM LOG-TENANT-EDIT-ENTRY
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ID DOCUMENT COMPLIANCE REPORT
      *============================
      *Every tenant on the master is checked: a profile must exist,
      *with an ID document, an emergency contact who is not the
      *guarantor and, for foreign residents, visa and permit dates.
      *Documents that have expired or expire inside the warning
      *window are listed. An ID with no expiry date does not expire.
       ID-COMPLIANCE-REPORT.
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "=========================================="
           DISPLAY "     ID DOCUMENT COMPLIANCE REPORT"
           DISPLAY "=========================================="

           PERFORM RPT-STAMP-NOW
           DISPLAY "AS OF DATE (YYYY-MM-DD, EMPTY FOR TODAY): "
           MOVE SPACES TO WS-TC-ASOF
           ACCEPT WS-TC-ASOF
           IF WS-TC-ASOF = SPACES
               MOVE WS-RC-TODAY TO WS-TC-ASOF
           ELSE
               MOVE WS-TC-ASOF TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "WARN ABOUT DOCUMENTS EXPIRING WITHIN HOW MANY "
                   "DAYS (EMPTY FOR " WS-PARM-ID-DAYS "): "
           MOVE 0 TO WS-TC-DAYS
           ACCEPT WS-TC-DAYS
           IF WS-TC-DAYS = 0
               MOVE WS-PARM-ID-DAYS TO WS-TC-DAYS
           END-IF

           MOVE WS-TC-ASOF(1:4) TO WS-TC-DATE-NUM(1:4)
           MOVE WS-TC-ASOF(6:2) TO WS-TC-DATE-NUM(5:2)
           MOVE WS-TC-ASOF(9:2) TO WS-TC-DATE-NUM(7:2)
           COMPUTE WS-TC-WARN-INT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TC-DATE-NUM) +
                   WS-TC-DAYS)
           MOVE SPACES TO WS-TC-WARN-DATE
           STRING WS-TC-WARN-INT(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TC-WARN-INT(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TC-WARN-INT(7:2) DELIMITED BY SIZE
                  INTO WS-TC-WARN-DATE
           END-STRING

           MOVE "IDCOMPLY" TO WS-RC-REPORT
           MOVE "id_compliance" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-TC-REPORT-NAME
           MOVE WS-TC-DAYS TO WS-TC-DAYS-EDIT
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "AS OF " DELIMITED BY SIZE
                  WS-TC-ASOF DELIMITED BY SIZE
                  " WITHIN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TC-DAYS-EDIT) DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT ID-COMPLIANCE-REPORT-FILE
           MOVE 0 TO WS-TC-TENANTS
           MOVE 0 TO WS-TC-FLAGGED
           MOVE 0 TO WS-TC-MISSING
           MOVE 0 TO WS-TC-EXPIRED
           MOVE 0 TO WS-TC-EXPIRING

           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           STRING "ID DOCUMENT COMPLIANCE AS OF " DELIMITED BY SIZE
                  WS-TC-ASOF DELIMITED BY SIZE
                  " - EXPIRY WARNING UP TO " DELIMITED BY SIZE
                  WS-TC-WARN-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TC-DAYS-EDIT) DELIMITED BY SIZE
                  " DAYS)" DELIMITED BY SIZE
                  INTO ID-COMPLIANCE-REPORT-RECORD
           END-STRING
           PERFORM TC-WRITE-LINE
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           PERFORM TC-WRITE-LINE
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           MOVE "TENANT"  TO ID-COMPLIANCE-REPORT-RECORD(1:6)
           MOVE "NAME"    TO ID-COMPLIANCE-REPORT-RECORD(12:4)
           MOVE "ROOM"    TO ID-COMPLIANCE-REPORT-RECORD(43:4)
           MOVE "ISSUE"   TO ID-COMPLIANCE-REPORT-RECORD(54:5)
           PERFORM TC-WRITE-LINE
           MOVE ALL "-" TO ID-COMPLIANCE-REPORT-RECORD(1:113)
           PERFORM TC-WRITE-LINE

           OPEN INPUT TENANT-FILE
           MOVE "N" TO WS-TC-EOF
           IF WS-TENANT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-TC-EOF
           END-IF
           PERFORM UNTIL WS-TC-EOF = "Y"
               READ TENANT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TC-EOF
                   NOT AT END
                       PERFORM TC-CHECK-TENANT
               END-READ
           END-PERFORM
           CLOSE TENANT-FILE

           IF WS-TC-FLAGGED = 0
               MOVE "ALL TENANTS ARE COMPLIANT."
                   TO ID-COMPLIANCE-REPORT-RECORD
               PERFORM TC-WRITE-LINE
           END-IF
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           PERFORM TC-WRITE-LINE
           MOVE WS-TC-TENANTS TO WS-ER-COUNT-EDIT
           STRING "TENANTS CHECKED      : " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO ID-COMPLIANCE-REPORT-RECORD
           END-STRING
           PERFORM TC-WRITE-LINE
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           MOVE WS-TC-FLAGGED TO WS-ER-COUNT-EDIT
           STRING "TENANTS WITH ISSUES  : " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO ID-COMPLIANCE-REPORT-RECORD
           END-STRING
           PERFORM TC-WRITE-LINE
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           MOVE WS-TC-MISSING TO WS-ER-COUNT-EDIT
           STRING "MISSING DETAILS      : " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO ID-COMPLIANCE-REPORT-RECORD
           END-STRING
           PERFORM TC-WRITE-LINE
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           MOVE WS-TC-EXPIRED TO WS-ER-COUNT-EDIT
           STRING "DOCUMENTS EXPIRED    : " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO ID-COMPLIANCE-REPORT-RECORD
           END-STRING
           PERFORM TC-WRITE-LINE
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           MOVE WS-TC-EXPIRING TO WS-ER-COUNT-EDIT
           STRING "DOCUMENTS EXPIRING   : " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO ID-COMPLIANCE-REPORT-RECORD
           END-STRING
           PERFORM TC-WRITE-LINE

           CLOSE ID-COMPLIANCE-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "COMPLIANCE REPORT WRITTEN TO "
                   FUNCTION TRIM(WS-TC-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: COMPLIANCE - CHECK ONE TENANT
      *============================
       TC-CHECK-TENANT.
           ADD 1 TO WS-TC-TENANTS
           MOVE 0 TO WS-TC-TENANT-ISSUES
           MOVE SI-ID IN TENANT-RECORD TO WS-TP-TENANT-ID
           PERFORM FIND-TENANT-PROFILE
           IF WS-TP-FOUND = "N"
               ADD 1 TO WS-TC-MISSING
               MOVE "NO PROFILE ON FILE (NO ID, NO EMERGENCY CONTACT)"
                   TO WS-TC-ISSUE
               PERFORM TC-WRITE-ISSUE
               ADD 1 TO WS-TC-FLAGGED
               EXIT PARAGRAPH
           END-IF
           MOVE TP-ID-NUMBER       TO WS-TP-ID-NUMBER
           MOVE TP-ID-EXPIRY       TO WS-TP-ID-EXPIRY
           MOVE TP-EC-NAME         TO WS-TP-EC-NAME
           MOVE TP-EC-CONTACT      TO WS-TP-EC-CONTACT
           MOVE TP-FOREIGN         TO WS-TP-FOREIGN
           MOVE TP-VISA-EXPIRY     TO WS-TP-VISA-EXPIRY
           MOVE TP-PERMIT-EXPIRY   TO WS-TP-PERMIT-EXPIRY

           IF WS-TP-ID-NUMBER = SPACES
               ADD 1 TO WS-TC-MISSING
               MOVE "NO ID DOCUMENT RECORDED" TO WS-TC-ISSUE
               PERFORM TC-WRITE-ISSUE
           ELSE
               MOVE "ID DOCUMENT" TO WS-TC-DOC-LABEL
               MOVE WS-TP-ID-EXPIRY TO WS-TC-DOC-DATE
               PERFORM TC-CHECK-DATE
           END-IF

           IF WS-TP-EC-NAME = SPACES OR WS-TP-EC-CONTACT = SPACES
               ADD 1 TO WS-TC-MISSING
               MOVE "NO EMERGENCY CONTACT RECORDED" TO WS-TC-ISSUE
               PERFORM TC-WRITE-ISSUE
           ELSE
               MOVE WS-TP-TENANT-ID TO WS-GU-TENANT-ID
               PERFORM FIND-GUARANTOR
               IF WS-GU-FOUND = "Y"
                   IF GU-NAME = WS-TP-EC-NAME OR
                      GU-CONTACT = WS-TP-EC-CONTACT
                       MOVE "EMERGENCY CONTACT IS THE GUARANTOR"
                           TO WS-TC-ISSUE
                       PERFORM TC-WRITE-ISSUE
                   END-IF
               END-IF
           END-IF

           IF WS-TP-FOREIGN = "Y"
               MOVE "VISA" TO WS-TC-DOC-LABEL
               MOVE WS-TP-VISA-EXPIRY TO WS-TC-DOC-DATE
               IF WS-TC-DOC-DATE = SPACES
                   ADD 1 TO WS-TC-MISSING
                   MOVE "FOREIGN RESIDENT - NO VISA EXPIRY RECORDED"
                       TO WS-TC-ISSUE
                   PERFORM TC-WRITE-ISSUE
               ELSE
                   PERFORM TC-CHECK-DATE
               END-IF
               MOVE "PERMIT" TO WS-TC-DOC-LABEL
               MOVE WS-TP-PERMIT-EXPIRY TO WS-TC-DOC-DATE
               IF WS-TC-DOC-DATE = SPACES
                   ADD 1 TO WS-TC-MISSING
                   MOVE "FOREIGN RESIDENT - NO PERMIT EXPIRY RECORDED"
                       TO WS-TC-ISSUE
                   PERFORM TC-WRITE-ISSUE
               ELSE
                   PERFORM TC-CHECK-DATE
               END-IF
           END-IF

           IF WS-TC-TENANT-ISSUES > 0
               ADD 1 TO WS-TC-FLAGGED
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: COMPLIANCE - CHECK ONE DOCUMENT DATE
      *============================
      *Expired before the as-of date, or expiring by the warn date
       TC-CHECK-DATE.
           IF WS-TC-DOC-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TC-ISSUE
           IF WS-TC-DOC-DATE < WS-TC-ASOF
               ADD 1 TO WS-TC-EXPIRED
               STRING WS-TC-DOC-LABEL DELIMITED BY "  "
                      " EXPIRED ON " DELIMITED BY SIZE
                      WS-TC-DOC-DATE DELIMITED BY SIZE
                      INTO WS-TC-ISSUE
               END-STRING
               PERFORM TC-WRITE-ISSUE
           ELSE
               IF WS-TC-DOC-DATE NOT > WS-TC-WARN-DATE
                   ADD 1 TO WS-TC-EXPIRING
                   STRING WS-TC-DOC-LABEL DELIMITED BY "  "
                          " EXPIRES ON " DELIMITED BY SIZE
                          WS-TC-DOC-DATE DELIMITED BY SIZE
                          INTO WS-TC-ISSUE
                   END-STRING
                   PERFORM TC-WRITE-ISSUE
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: COMPLIANCE - WRITE ONE ISSUE LINE
      *============================
       TC-WRITE-ISSUE.
           ADD 1 TO WS-TC-TENANT-ISSUES
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           MOVE SI-ID IN TENANT-RECORD
               TO ID-COMPLIANCE-REPORT-RECORD(1:10)
           MOVE SI-NAME(1:30) TO ID-COMPLIANCE-REPORT-RECORD(12:30)
           MOVE SI-ASSIGNED-D-ID
               TO ID-COMPLIANCE-REPORT-RECORD(43:10)
           MOVE WS-TC-ISSUE TO ID-COMPLIANCE-REPORT-RECORD(54:60)
           PERFORM TC-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: COMPLIANCE - WRITE AND SHOW ONE REPORT LINE
      *============================
       TC-WRITE-LINE.
           WRITE ID-COMPLIANCE-REPORT-RECORD
           DISPLAY ID-COMPLIANCE-REPORT-RECORD(1:80)
           MOVE SPACES TO ID-COMPLIANCE-REPORT-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: EMERGENCY ROSTER BY BUILDING AND FLOOR
      *============================
      *Occupied rooms only, building by building in the order of
      *the building file, floor by floor, then room order. Rooms
      *whose building is not on the building file come last.
       EMERGENCY-ROSTER.
           DISPLAY "=========================================="
           DISPLAY "           EMERGENCY ROSTER"
           DISPLAY "=========================================="

           PERFORM ENSURE-BUILDING-FILE
           PERFORM LOAD-BUILDING-TABLE

           INITIALIZE WS-ER-ROOM-TABLE
           MOVE 0 TO WS-ER-ROOM-COUNT
           MOVE "N" TO WS-ER-OVERFLOW
           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0
                           IF WS-ER-ROOM-COUNT < 1000
                               ADD 1 TO WS-ER-ROOM-COUNT
                               MOVE DI-ID TO
                                   WS-ER-ROOM-ID(WS-ER-ROOM-COUNT)
                               MOVE DI-BUILDING TO
                                   WS-ER-ROOM-BLDG(WS-ER-ROOM-COUNT)
                               MOVE DI-FLOOR TO
                                   WS-ER-ROOM-FLOOR(WS-ER-ROOM-COUNT)
                               MOVE "N" TO
                                   WS-ER-ROOM-DONE(WS-ER-ROOM-COUNT)
                           ELSE
                               MOVE "Y" TO WS-ER-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           IF WS-ER-ROOM-COUNT = 0
               DISPLAY "NO OCCUPIED ROOMS."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM RPT-STAMP-NOW
           MOVE "ROSTER" TO WS-RC-REPORT
           MOVE "emergency_roster" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-ER-REPORT-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "AS OF " DELIMITED BY SIZE
                  WS-RC-TODAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RC-NOW DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT EMERGENCY-ROSTER-FILE
           MOVE 0 TO WS-ER-TOTAL
           MOVE 0 TO WS-ER-NO-CONTACT

           MOVE SPACES TO EMERGENCY-ROSTER-RECORD
           STRING "EMERGENCY ROSTER AS OF " DELIMITED BY SIZE
                  WS-RC-TODAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RC-NOW DELIMITED BY SIZE
                  INTO EMERGENCY-ROSTER-RECORD
           END-STRING
           PERFORM ER-WRITE-LINE
           PERFORM ER-WRITE-LINE
           MOVE "ROOM"       TO EMERGENCY-ROSTER-RECORD(1:4)
           MOVE "TENANT"     TO EMERGENCY-ROSTER-RECORD(12:6)
           MOVE "NAME"       TO EMERGENCY-ROSTER-RECORD(23:4)
           MOVE "MOBILE"     TO EMERGENCY-ROSTER-RECORD(54:6)
           MOVE "EMERGENCY CONTACT"
                             TO EMERGENCY-ROSTER-RECORD(67:17)
           MOVE "RELATION"   TO EMERGENCY-ROSTER-RECORD(98:8)
           MOVE "NUMBER"     TO EMERGENCY-ROSTER-RECORD(114:6)
           PERFORM ER-WRITE-LINE
           MOVE ALL "=" TO EMERGENCY-ROSTER-RECORD(1:125)
           PERFORM ER-WRITE-LINE

           OPEN INPUT TENANT-FILE
           PERFORM VARYING WS-BLDG-IDX FROM 1 BY 1
               UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
               MOVE WS-BLDG-CODE(WS-BLDG-IDX) TO WS-ER-LOOK-BLDG
               PERFORM ER-BUILDING
           END-PERFORM

           MOVE 0 TO WS-ER-LEFTOVER
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-ROOM-COUNT
               IF WS-ER-ROOM-DONE(WS-ER-IDX) = "N"
                   ADD 1 TO WS-ER-LEFTOVER
               END-IF
           END-PERFORM
           IF WS-ER-LEFTOVER > 0
               PERFORM ER-WRITE-LINE
               MOVE "OTHER ROOMS (BUILDING NOT ON FILE)"
                   TO EMERGENCY-ROSTER-RECORD
               PERFORM ER-WRITE-LINE
               MOVE ALL "-" TO EMERGENCY-ROSTER-RECORD(1:60)
               PERFORM ER-WRITE-LINE
               PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-ROOM-COUNT
                   IF WS-ER-ROOM-DONE(WS-ER-IDX) = "N"
                       PERFORM ER-ROOM
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TENANT-FILE

           PERFORM ER-WRITE-LINE
           MOVE ALL "=" TO EMERGENCY-ROSTER-RECORD(1:125)
           PERFORM ER-WRITE-LINE
           MOVE WS-ER-TOTAL TO WS-ER-COUNT-EDIT
           STRING "TOTAL OCCUPANTS              : " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO EMERGENCY-ROSTER-RECORD
           END-STRING
           PERFORM ER-WRITE-LINE
           MOVE WS-ER-NO-CONTACT TO WS-ER-COUNT-EDIT
           STRING "WITHOUT AN EMERGENCY CONTACT : " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO EMERGENCY-ROSTER-RECORD
           END-STRING
           PERFORM ER-WRITE-LINE
           IF WS-ER-OVERFLOW = "Y"
               MOVE "ROSTER INCOMPLETE - OVER 1000 OCCUPIED ROOMS"
                   TO EMERGENCY-ROSTER-RECORD
               PERFORM ER-WRITE-LINE
           END-IF

           CLOSE EMERGENCY-ROSTER-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "EMERGENCY ROSTER WRITTEN TO "
                   FUNCTION TRIM(WS-ER-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ROSTER - ONE BUILDING
      *============================
      *Floors come out lowest first; each pass picks the lowest
      *floor still to print for WS-ER-LOOK-BLDG.
       ER-BUILDING.
           MOVE 0 TO WS-ER-BLDG-ROOMS
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-ROOM-COUNT
               IF WS-ER-ROOM-BLDG(WS-ER-IDX) = WS-ER-LOOK-BLDG
                   ADD 1 TO WS-ER-BLDG-ROOMS
               END-IF
           END-PERFORM
           IF WS-ER-BLDG-ROOMS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ER-BLDG-COUNT
           PERFORM ER-WRITE-LINE
           STRING "BUILDING " DELIMITED BY SIZE
                  WS-ER-LOOK-BLDG DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-BLDG-NAME(WS-BLDG-IDX) DELIMITED BY "  "
                  INTO EMERGENCY-ROSTER-RECORD
           END-STRING
           PERFORM ER-WRITE-LINE
           MOVE ALL "-" TO EMERGENCY-ROSTER-RECORD(1:60)
           PERFORM ER-WRITE-LINE

           MOVE LOW-VALUES TO WS-ER-FLOOR-X
           PERFORM UNTIL WS-ER-FLOOR-X = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-ER-FLOOR-X
               PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-ROOM-COUNT
                   IF WS-ER-ROOM-BLDG(WS-ER-IDX) = WS-ER-LOOK-BLDG
                      AND WS-ER-ROOM-DONE(WS-ER-IDX) = "N"
                      AND WS-ER-ROOM-FLOOR(WS-ER-IDX) < WS-ER-FLOOR-X
                       MOVE WS-ER-ROOM-FLOOR(WS-ER-IDX)
                           TO WS-ER-FLOOR-X
                   END-IF
               END-PERFORM
               IF WS-ER-FLOOR-X NOT = HIGH-VALUES
                   PERFORM ER-FLOOR
               END-IF
           END-PERFORM

           MOVE WS-ER-BLDG-COUNT TO WS-ER-COUNT-EDIT
           STRING "OCCUPANTS IN BUILDING " DELIMITED BY SIZE
                  WS-ER-LOOK-BLDG DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO EMERGENCY-ROSTER-RECORD
           END-STRING
           PERFORM ER-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ROSTER - ONE FLOOR
      *============================
       ER-FLOOR.
           MOVE 0 TO WS-ER-FLOOR-COUNT
           STRING "  FLOOR " DELIMITED BY SIZE
                  WS-ER-FLOOR-X DELIMITED BY SIZE
                  INTO EMERGENCY-ROSTER-RECORD
           END-STRING
           PERFORM ER-WRITE-LINE
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-ROOM-COUNT
               IF WS-ER-ROOM-BLDG(WS-ER-IDX) = WS-ER-LOOK-BLDG
                  AND WS-ER-ROOM-DONE(WS-ER-IDX) = "N"
                  AND WS-ER-ROOM-FLOOR(WS-ER-IDX) = WS-ER-FLOOR-X
                   PERFORM ER-ROOM
               END-IF
           END-PERFORM
           MOVE WS-ER-FLOOR-COUNT TO WS-ER-COUNT-EDIT
           STRING "  OCCUPANTS ON FLOOR " DELIMITED BY SIZE
                  WS-ER-FLOOR-X DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-ER-COUNT-EDIT DELIMITED BY SIZE
                  INTO EMERGENCY-ROSTER-RECORD
           END-STRING
           PERFORM ER-WRITE-LINE
           PERFORM ER-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ROSTER - ONE ROOM
      *============================
      *Every tenant assigned to room WS-ER-ROOM-ID(WS-ER-IDX)
       ER-ROOM.
           MOVE "Y" TO WS-ER-ROOM-DONE(WS-ER-IDX)
           MOVE WS-ER-ROOM-ID(WS-ER-IDX) TO SI-ASSIGNED-D-ID
           START TENANT-FILE KEY = SI-ASSIGNED-D-ID
               INVALID KEY
                   MOVE WS-ER-ROOM-ID(WS-ER-IDX)
                       TO EMERGENCY-ROSTER-RECORD(1:10)
                   MOVE "NO TENANT RECORD FOR THIS ROOM"
                       TO EMERGENCY-ROSTER-RECORD(12:30)
                   PERFORM ER-WRITE-LINE
               NOT INVALID KEY
                   MOVE "N" TO WS-ER-TEN-EOF
                   PERFORM UNTIL WS-ER-TEN-EOF = "Y"
                       READ TENANT-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-ER-TEN-EOF
                           NOT AT END
                               IF SI-ASSIGNED-D-ID NOT =
                                  WS-ER-ROOM-ID(WS-ER-IDX)
                                   MOVE "Y" TO WS-ER-TEN-EOF
                               ELSE
                                   PERFORM ER-OCCUPANT
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ROSTER - ONE OCCUPANT
      *============================
       ER-OCCUPANT.
           ADD 1 TO WS-ER-FLOOR-COUNT
           ADD 1 TO WS-ER-BLDG-COUNT
           ADD 1 TO WS-ER-TOTAL
           MOVE WS-ER-ROOM-ID(WS-ER-IDX)
               TO EMERGENCY-ROSTER-RECORD(1:10)
           MOVE SI-ID IN TENANT-RECORD
               TO EMERGENCY-ROSTER-RECORD(12:10)
           MOVE SI-NAME(1:30) TO EMERGENCY-ROSTER-RECORD(23:30)
           MOVE SI-CONTACT-NUM TO EMERGENCY-ROSTER-RECORD(54:12)
           MOVE SI-ID IN TENANT-RECORD TO WS-TP-TENANT-ID
           PERFORM FIND-TENANT-PROFILE
           IF WS-TP-FOUND = "Y" AND TP-EC-NAME NOT = SPACES
               MOVE TP-EC-NAME(1:30) TO EMERGENCY-ROSTER-RECORD(67:30)
               MOVE TP-EC-RELATION TO EMERGENCY-ROSTER-RECORD(98:15)
               MOVE TP-EC-CONTACT TO EMERGENCY-ROSTER-RECORD(114:12)
           ELSE
               ADD 1 TO WS-ER-NO-CONTACT
               MOVE "** NO EMERGENCY CONTACT ON FILE **"
                   TO EMERGENCY-ROSTER-RECORD(67:34)
           END-IF
           PERFORM ER-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ROSTER - WRITE AND SHOW ONE REPORT LINE
      *============================
       ER-WRITE-LINE.
           WRITE EMERGENCY-ROSTER-RECORD
           DISPLAY EMERGENCY-ROSTER-RECORD(1:80)
           MOVE SPACES TO EMERGENCY-ROSTER-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DUNNING - GUARANTOR LETTERS AT LEVEL 3
      *============================
      *Runs within the dorm walk, so the DI fields carry the
      *delinquent room. One letter per tenant with a guarantor on
      *file, each logged with the guarantor's contact.
       NOTICE-GUARANTOR-LETTERS.
           MOVE 0 TO WS-GU-LETTERS
           OPEN INPUT TENANT-FILE
           MOVE "N" TO WS-GU-TEN-EOF
           MOVE DI-ID TO SI-ASSIGNED-D-ID
           START TENANT-FILE KEY = SI-ASSIGNED-D-ID
               INVALID KEY
                   MOVE "Y" TO WS-GU-TEN-EOF
           END-START
           PERFORM UNTIL WS-GU-TEN-EOF = "Y"
               READ TENANT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-GU-TEN-EOF
                   NOT AT END
                       IF SI-ASSIGNED-D-ID NOT = DI-ID
                           MOVE "Y" TO WS-GU-TEN-EOF
                       ELSE
                           MOVE SI-ID IN TENANT-RECORD
                               TO WS-GU-TENANT-ID
                           PERFORM FIND-GUARANTOR
                           IF WS-GU-FOUND = "Y"
                               PERFORM NOTICE-WRITE-GUAR-LETTER
                           ELSE
                               DISPLAY "NO GUARANTOR ON FILE FOR "
                                       "TENANT " WS-GU-TENANT-ID
                                       " - LETTER NOT SENT."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DUNNING - WRITE ONE GUARANTOR LETTER
      *============================
       NOTICE-WRITE-GUAR-LETTER.
           MOVE SPACES TO WS-NOTICE-FILENAME
           STRING "notice_" DELIMITED BY SIZE
                  DI-ID DELIMITED BY SPACE
                  "_L3G_" DELIMITED BY SIZE
                  WS-GU-TENANT-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOTICE-FILENAME
           END-STRING

           OPEN OUTPUT NOTICE-LETTER-FILE

           MOVE "========================================"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "     FORMAL NOTICE TO GUARANTOR"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "========================================"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "TO: " DELIMITED BY SIZE
                  FUNCTION TRIM(GU-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(GU-RELATION) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(GU-ADDRESS) DELIMITED BY SIZE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "DATE: " DELIMITED BY SIZE
                  WS-NOTICE-DATE DELIMITED BY SPACE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "RE: TENANT " DELIMITED BY SIZE
                  WS-GU-TENANT-ID DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(SI-NAME) DELIMITED BY SIZE
                  ", ROOM " DELIMITED BY SIZE
                  DI-ID DELIMITED BY SPACE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE WS-NOTICE-TOTAL-DUE TO WS-NOTICE-EDIT
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING "TOTAL OUTSTANDING: " DELIMITED BY SIZE
                  WS-NOTICE-EDIT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-NOTICE-MAX-DAYS DELIMITED BY SIZE
                  " DAYS OVERDUE)" DELIMITED BY SIZE
                  INTO NOTICE-LETTER-RECORD
           END-STRING
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "AS GUARANTOR OF THE TENANCY ABOVE YOU ARE"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "FORMALLY NOTIFIED THAT THE ACCOUNT REMAINS"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "UNPAID DESPITE REPEATED DEMANDS. UNLESS THE"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "FULL BALANCE IS SETTLED WITHIN SEVEN DAYS WE"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "WILL PROCEED AGAINST THE TENANCY AND LOOK TO"
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "YOU UNDER THE GUARANTY."
               TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE "DORM MANAGEMENT" TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           CLOSE NOTICE-LETTER-FILE

           *> Proof of formal notification for the barangay file
           MOVE DI-ID           TO NT-DORM-ID
           MOVE 3               TO NT-LEVEL
           MOVE WS-NOTICE-DATE  TO NT-DATE
           MOVE WS-OPERATOR-ID  TO NT-OPERATOR
           MOVE GU-CONTACT      TO NT-CONTACT
           OPEN EXTEND NOTICE-LOG-FILE
           WRITE NOTICE-LOG-RECORD
           CLOSE NOTICE-LOG-FILE

           ADD 1 TO WS-GU-LETTERS
           DISPLAY "GUARANTOR LETTER SAVED TO "
                   FUNCTION TRIM(WS-NOTICE-FILENAME)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE GUARANTOR RECORD
      *============================
       SAVE-GUARANTOR-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del guarantor.dat"
               CALL "SYSTEM" USING
                   "rename tempgu.dat guarantor.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempgu.dat guarantor.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEY AND ACCESS CARD REGISTER MENU
      *============================
       KEY-REGISTER-MENU.
           PERFORM UNTIL UTIL-KR-CHOICE = 5
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  KEY AND ACCESS CARD REGISTER"
           DISPLAY "=============================="
           DISPLAY "1 - ISSUE KEYS / CARDS TO A TENANT"
           DISPLAY "2 - RECORD A RETURNED ITEM"
           DISPLAY "3 - LIST A TENANT'S ITEMS"
           DISPLAY "4 - OUTSTANDING ITEMS REPORT (BY ROOM)"
           DISPLAY "5 - BACK"

           DISPLAY "ENTER CHOICE (1 - 5): "
           ACCEPT UTIL-KR-CHOICE

           EVALUATE UTIL-KR-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM KEY-ISSUE-FOR-TENANT
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM KEY-RECORD-RETURN
               WHEN 3
                   PERFORM KEY-LIST-TENANT
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM KEY-OUTSTANDING-REPORT
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - TODAY AS YYYY-MM-DD
      *============================
       KEY-TODAY-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-KR-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-KR-TODAY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - FIND A TENANT AND THEIR ROOM
      *============================
      *WS-KR-LOOK-TENANT in; WS-KR-FOUND and WS-KR-LOOK-DORM out.
       KEY-FIND-TENANT.
           MOVE "N" TO WS-KR-FOUND
           MOVE SPACES TO WS-KR-LOOK-DORM
           OPEN INPUT TENANT-FILE
           MOVE WS-KR-LOOK-TENANT TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KR-FOUND
                   MOVE SI-ASSIGNED-D-ID TO WS-KR-LOOK-DORM
           END-READ
           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - ISSUE ITEMS FROM THE MENU
      *============================
      *For replacements and items handed out after move-in.
       KEY-ISSUE-FOR-TENANT.
           DISPLAY "=============================="
           DISPLAY "   ISSUE KEYS / ACCESS CARDS"
           DISPLAY "=============================="
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-KR-LOOK-TENANT
           ACCEPT WS-KR-LOOK-TENANT
           INSPECT WS-KR-LOOK-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM KEY-FIND-TENANT
           IF WS-KR-FOUND = "N"
               DISPLAY "TENANT " WS-KR-LOOK-TENANT " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KR-LOOK-TENANT TO WS-KR-ISSUE-TENANT
           MOVE WS-KR-LOOK-DORM TO WS-KR-ISSUE-DORM
           PERFORM KEY-ISSUE-ITEMS
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - ISSUE ITEMS TO A TENANT
      *============================
      *WS-KR-ISSUE-TENANT and WS-KR-ISSUE-DORM say who and where.
      *Called at check-in and transfer as well as from the menu;
      *only appends to the register so callers' open files are
      *left alone.
       KEY-ISSUE-ITEMS.
           DISPLAY "ISSUE KEYS / ACCESS CARDS TO TENANT "
                   FUNCTION TRIM(WS-KR-ISSUE-TENANT) " FOR ROOM "
                   FUNCTION TRIM(WS-KR-ISSUE-DORM) " NOW (Y/N): "
           ACCEPT WS-KR-CONFIRM
           INSPECT WS-KR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-KR-CONFIRM NOT = "Y"
               DISPLAY "NO KEYS OR CARDS ISSUED."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "NO KEYS OR CARDS ISSUED."
               EXIT PARAGRAPH
           END-IF

           PERFORM KEY-TODAY-DATE
           MOVE 0 TO WS-KR-ID-MAX
           OPEN INPUT KEY-REGISTER-FILE
           IF WS-KR-FILE-STATUS = "00"
               PERFORM UNTIL WS-KR-FILE-STATUS NOT = "00"
                   READ KEY-REGISTER-FILE
                       NOT AT END
                           IF KR-ID(3:6) IS NUMERIC
                               MOVE KR-ID(3:6) TO WS-KR-ID-NUM
                               IF WS-KR-ID-NUM > WS-KR-ID-MAX
                                   MOVE WS-KR-ID-NUM TO WS-KR-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-REGISTER-FILE
           END-IF

           MOVE 0 TO WS-KR-ISSUE-COUNT
           MOVE 0 TO WS-KR-TYPE-CHOICE
           PERFORM UNTIL WS-KR-TYPE-CHOICE = 4
               DISPLAY "ITEM: 1 - ROOM KEY  2 - GATE CARD  "
                       "3 - LOCKER KEY  4 - DONE: "
               MOVE 0 TO WS-KR-TYPE-CHOICE
               ACCEPT WS-KR-TYPE-CHOICE
               MOVE SPACES TO WS-KR-NEW-TYPE
               EVALUATE WS-KR-TYPE-CHOICE
                   WHEN 1
                       MOVE "ROOM-KEY" TO WS-KR-NEW-TYPE
                   WHEN 2
                       MOVE "GATE-CARD" TO WS-KR-NEW-TYPE
                   WHEN 3
                       MOVE "LOCKER-KEY" TO WS-KR-NEW-TYPE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. ENTER 1 - 4."
               END-EVALUATE
               IF WS-KR-NEW-TYPE NOT = SPACES
                   PERFORM KEY-WRITE-ONE-ITEM
               END-IF
           END-PERFORM

           PERFORM RELEASE-UPDATE-LOCK
           DISPLAY "ITEMS ISSUED: " WS-KR-ISSUE-COUNT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - WRITE ONE ISSUED ITEM
      *============================
       KEY-WRITE-ONE-ITEM.
           DISPLAY "SERIAL / TAG NUMBER: "
           MOVE SPACES TO WS-KR-NEW-SERIAL
           ACCEPT WS-KR-NEW-SERIAL
           PERFORM UNTIL WS-KR-NEW-SERIAL NOT = SPACES
               DISPLAY "SERIAL NUMBER IS REQUIRED: "
               ACCEPT WS-KR-NEW-SERIAL
           END-PERFORM
           INSPECT WS-KR-NEW-SERIAL
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           ADD 1 TO WS-KR-ID-MAX
           MOVE SPACES TO WS-KR-NEW-ID
           STRING "KY" DELIMITED BY SIZE
                  WS-KR-ID-MAX DELIMITED BY SIZE
                  INTO WS-KR-NEW-ID
           END-STRING

           INITIALIZE KEY-REGISTER-RECORD
           MOVE WS-KR-NEW-ID TO KR-ID
           MOVE WS-KR-ISSUE-TENANT TO KR-TENANT-ID
           MOVE WS-KR-ISSUE-DORM TO KR-DORM-ID
           MOVE WS-KR-NEW-TYPE TO KR-ITEM-TYPE
           MOVE WS-KR-NEW-SERIAL TO KR-SERIAL
           MOVE WS-KR-TODAY TO KR-ISSUED-DATE
           MOVE WS-OPERATOR-ID TO KR-ISSUED-BY
           MOVE "OUT" TO KR-STATUS
           MOVE SPACES TO KR-CLOSED-DATE
           MOVE SPACES TO KR-CLOSED-BY
           MOVE 0 TO KR-FEE
           OPEN EXTEND KEY-REGISTER-FILE
           IF WS-KR-FILE-STATUS NOT = "00"
               OPEN OUTPUT KEY-REGISTER-FILE
           END-IF
           WRITE KEY-REGISTER-RECORD
           CLOSE KEY-REGISTER-FILE
           ADD 1 TO WS-KR-ISSUE-COUNT
           DISPLAY "ISSUED " WS-KR-NEW-ID " - "
                   FUNCTION TRIM(WS-KR-NEW-TYPE) " "
                   FUNCTION TRIM(WS-KR-NEW-SERIAL)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - SHOW ONE REGISTER ROW
      *============================
       KEY-SHOW-ROW.
           DISPLAY KR-ID " | " KR-ITEM-TYPE " " KR-SERIAL
                   " | ROOM " KR-DORM-ID " | " KR-STATUS
           DISPLAY "   ISSUED " KR-ISSUED-DATE " BY " KR-ISSUED-BY
                   " TO TENANT " KR-TENANT-ID
           IF KR-STATUS NOT = "OUT"
               DISPLAY "   CLOSED " KR-CLOSED-DATE " BY "
                       KR-CLOSED-BY
           END-IF
           IF KR-FEE NOT = 0
               MOVE KR-FEE TO WS-KR-AMT-EDIT
               DISPLAY "   REPLACEMENT FEE CHARGED: " WS-KR-AMT-EDIT
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - LIST A TENANT'S ITEMS
      *============================
       KEY-LIST-TENANT.
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-KR-LOOK-TENANT
           ACCEPT WS-KR-LOOK-TENANT
           INSPECT WS-KR-LOOK-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY " "
           DISPLAY "KEYS AND CARDS FOR TENANT " WS-KR-LOOK-TENANT
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-KR-LIST-COUNT
           OPEN INPUT KEY-REGISTER-FILE
           IF WS-KR-FILE-STATUS NOT = "00"
               DISPLAY "NO ITEMS ON THE REGISTER."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ KEY-REGISTER-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF KR-TENANT-ID = WS-KR-LOOK-TENANT
                           ADD 1 TO WS-KR-LIST-COUNT
                           PERFORM KEY-SHOW-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-REGISTER-FILE
           IF WS-KR-LIST-COUNT = 0
               DISPLAY "NO ITEMS ISSUED TO THIS TENANT."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - RECORD ONE RETURNED ITEM
      *============================
       KEY-RECORD-RETURN.
           DISPLAY "=============================="
           DISPLAY "   RECORD A RETURNED ITEM"
           DISPLAY "=============================="
           DISPLAY "ITEM ID (KYnnnnnn): "
           MOVE SPACES TO WS-KR-NEW-ID
           ACCEPT WS-KR-NEW-ID
           INSPECT WS-KR-NEW-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-KR-FOUND
           OPEN INPUT KEY-REGISTER-FILE
           IF WS-KR-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ KEY-REGISTER-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF KR-ID = WS-KR-NEW-ID AND
                              KR-STATUS = "OUT"
                               MOVE "Y" TO WS-KR-FOUND
                               PERFORM KEY-SHOW-ROW
                               MOVE "Y" TO UTIL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-REGISTER-FILE
           END-IF
           IF WS-KR-FOUND = "N"
               DISPLAY "NO OUTSTANDING ITEM " WS-KR-NEW-ID "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "MARK AS RETURNED (Y/N): "
           ACCEPT WS-KR-CONFIRM
           INSPECT WS-KR-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-KR-CONFIRM NOT = "Y"
               DISPLAY "NOTHING CHANGED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "CHANGE NOT SAVED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM KEY-TODAY-DATE
           MOVE WS-KR-TODAY TO WS-KR-CLEAR-DATE
           MOVE 1 TO WS-KRT-COUNT
           MOVE WS-KR-NEW-ID TO WS-KRT-ID(1)
           MOVE "R" TO WS-KRT-ACTION(1)
           MOVE 0 TO WS-KRT-FEE(1)
           PERFORM KEY-UPDATE-REGISTER
           PERFORM RELEASE-UPDATE-LOCK
           DISPLAY "ITEM " WS-KR-NEW-ID " RECORDED AS RETURNED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - LOAD A TENANT'S OUTSTANDING ITEMS
      *============================
      *WS-KR-CLEAR-TENANT in; WS-KRT table out. Reads on the file
      *status so it is safe from inside another read loop.
       KEY-LOAD-OUTSTANDING.
           MOVE 0 TO WS-KRT-COUNT
           OPEN INPUT KEY-REGISTER-FILE
           IF WS-KR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-KR-FILE-STATUS NOT = "00"
               READ KEY-REGISTER-FILE
                   NOT AT END
                       IF KR-TENANT-ID = WS-KR-CLEAR-TENANT AND
                          KR-STATUS = "OUT" AND
                          WS-KRT-COUNT < 20
                           ADD 1 TO WS-KRT-COUNT
                           MOVE KR-ID TO WS-KRT-ID(WS-KRT-COUNT)
                           MOVE KR-ITEM-TYPE
                               TO WS-KRT-TYPE(WS-KRT-COUNT)
                           MOVE KR-SERIAL
                               TO WS-KRT-SERIAL(WS-KRT-COUNT)
                           MOVE KR-DORM-ID
                               TO WS-KRT-DORM(WS-KRT-COUNT)
                           MOVE SPACE TO WS-KRT-ACTION(WS-KRT-COUNT)
                           MOVE 0 TO WS-KRT-FEE(WS-KRT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-REGISTER-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - SHOW A TENANT'S OUTSTANDING ITEMS
      *============================
       KEY-SHOW-OUTSTANDING.
           PERFORM KEY-LOAD-OUTSTANDING
           IF WS-KRT-COUNT = 0
               DISPLAY "  KEYS / CARDS OUT     : NONE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  KEYS / CARDS OUT     : " WS-KRT-COUNT
           PERFORM VARYING WS-KRT-IDX FROM 1 BY 1
                   UNTIL WS-KRT-IDX > WS-KRT-COUNT
               DISPLAY "    " WS-KRT-ID(WS-KRT-IDX) " "
                       WS-KRT-TYPE(WS-KRT-IDX) " "
                       WS-KRT-SERIAL(WS-KRT-IDX)
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - CLEAR A TENANT'S ITEMS
      *============================
      *Inputs WS-KR-MODE (C = checkout, T = transfer),
      *WS-KR-CLEAR-TENANT, WS-KR-FEE-DORM (room the replacement
      *fees are charged to), WS-KR-NEW-DORM (transfer only) and
      *WS-KR-CLEAR-DATE. Anything not handed back is marked LOST
      *and its replacement fee posted as a charge; the fee totals
      *are left in WS-KR-KEY-FEE-TOT and WS-KR-CARD-FEE-TOT for the
      *deposit settlement.
       KEY-CLEARANCE.
           MOVE 0 TO WS-KR-KEY-FEE-TOT
           MOVE 0 TO WS-KR-CARD-FEE-TOT
           PERFORM KEY-LOAD-OUTSTANDING
           IF WS-KRT-COUNT = 0
               DISPLAY "NO KEYS OR CARDS OUTSTANDING FOR TENANT "
                       FUNCTION TRIM(WS-KR-CLEAR-TENANT) "."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-SYSTEM-PARAMETERS
           DISPLAY " "
           DISPLAY "KEYS AND CARDS ISSUED TO TENANT "
                   FUNCTION TRIM(WS-KR-CLEAR-TENANT) ":"
           PERFORM VARYING WS-KRT-IDX FROM 1 BY 1
                   UNTIL WS-KRT-IDX > WS-KRT-COUNT
               DISPLAY WS-KRT-ID(WS-KRT-IDX) " "
                       WS-KRT-TYPE(WS-KRT-IDX) " "
                       WS-KRT-SERIAL(WS-KRT-IDX) " ROOM "
                       WS-KRT-DORM(WS-KRT-IDX)
               IF WS-KR-MODE = "T"
                   DISPLAY "  R - RETURNED  K - KEPT FOR THE NEW "
                           "ROOM  L - NOT RETURNED: "
               ELSE
                   DISPLAY "  R - RETURNED  L - NOT RETURNED: "
               END-IF
               MOVE SPACE TO WS-KR-ACTION-IN
               ACCEPT WS-KR-ACTION-IN
               INSPECT WS-KR-ACTION-IN
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM UNTIL WS-KR-ACTION-IN = "R" OR
                             WS-KR-ACTION-IN = "L" OR
                             (WS-KR-ACTION-IN = "K" AND
                              WS-KR-MODE = "T")
                   DISPLAY "  INVALID ENTRY. TRY AGAIN: "
                   ACCEPT WS-KR-ACTION-IN
                   INSPECT WS-KR-ACTION-IN
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-PERFORM
               MOVE WS-KR-ACTION-IN TO WS-KRT-ACTION(WS-KRT-IDX)
               *> A lost card costs more to replace than a cut key
               IF WS-KR-ACTION-IN = "L"
                   IF WS-KRT-TYPE(WS-KRT-IDX) = "GATE-CARD"
                       MOVE WS-PARM-CARD-FEE
                           TO WS-KRT-FEE(WS-KRT-IDX)
                       ADD WS-PARM-CARD-FEE TO WS-KR-CARD-FEE-TOT
                   ELSE
                       MOVE WS-PARM-KEY-FEE
                           TO WS-KRT-FEE(WS-KRT-IDX)
                       ADD WS-PARM-KEY-FEE TO WS-KR-KEY-FEE-TOT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM KEY-UPDATE-REGISTER

           IF WS-KR-KEY-FEE-TOT > 0
               MOVE "LOST-KEY" TO WS-KR-POST-CODE
               MOVE WS-KR-KEY-FEE-TOT TO WS-KR-POST-AMT
               PERFORM KEY-POST-FEE
           END-IF
           IF WS-KR-CARD-FEE-TOT > 0
               MOVE "CARD-REPLACE" TO WS-KR-POST-CODE
               MOVE WS-KR-CARD-FEE-TOT TO WS-KR-POST-AMT
               PERFORM KEY-POST-FEE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - APPLY WS-KRT ACTIONS TO THE REGISTER
      *============================
      *R = returned, L = lost (fee in WS-KRT-FEE), K = moves with
      *the tenant to WS-KR-NEW-DORM and stays out.
       KEY-UPDATE-REGISTER.
           OPEN INPUT KEY-REGISTER-FILE
           IF WS-KR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-KEY-REGISTER-FILE
           PERFORM UNTIL WS-KR-FILE-STATUS NOT = "00"
               READ KEY-REGISTER-FILE
                   NOT AT END
                       IF KR-STATUS = "OUT"
                           PERFORM KEY-UPDATE-ONE-ROW
                       END-IF
                       WRITE TEMP-KEY-REGISTER-RECORD
                           FROM KEY-REGISTER-RECORD
               END-READ
           END-PERFORM
           CLOSE KEY-REGISTER-FILE TEMP-KEY-REGISTER-FILE
           PERFORM SAVE-KEY-REGISTER-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - APPLY THE ACTION FOR ONE ROW
      *============================
       KEY-UPDATE-ONE-ROW.
           PERFORM VARYING WS-KRT-IDX FROM 1 BY 1
                   UNTIL WS-KRT-IDX > WS-KRT-COUNT
               IF WS-KRT-ID(WS-KRT-IDX) = KR-ID
                   EVALUATE WS-KRT-ACTION(WS-KRT-IDX)
                       WHEN "R"
                           MOVE "RETURNED" TO KR-STATUS
                           MOVE WS-KR-CLEAR-DATE TO KR-CLOSED-DATE
                           MOVE WS-OPERATOR-ID TO KR-CLOSED-BY
                       WHEN "L"
                           MOVE "LOST" TO KR-STATUS
                           MOVE WS-KR-CLEAR-DATE TO KR-CLOSED-DATE
                           MOVE WS-OPERATOR-ID TO KR-CLOSED-BY
                           MOVE WS-KRT-FEE(WS-KRT-IDX) TO KR-FEE
                       WHEN "K"
                           MOVE WS-KR-NEW-DORM TO KR-DORM-ID
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - POST A REPLACEMENT FEE
      *============================
      *Rides its charges.dat balance like an incident fine, so it
      *shows on the statement and the deposit settlement can take
      *it.
       KEY-POST-FEE.
           PERFORM ENSURE-CHARGE-TYPE-FILE

           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-BALANCE-FILE
               CLOSE CHARGE-BALANCE-FILE
               OPEN I-O CHARGE-BALANCE-FILE
           END-IF
           MOVE "N" TO WS-KR-POST-FOUND
           MOVE WS-KR-FEE-DORM TO CB-DORM-ID
           MOVE WS-KR-POST-CODE TO CB-TYPE-CODE
           READ CHARGE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO CB-PAID-AMT
                   MOVE SPACES TO CB-LAST-PAID
                   MOVE 0 TO CB-BALANCE-DUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KR-POST-FOUND
           END-READ
           MOVE WS-KR-FEE-DORM TO CB-DORM-ID
           MOVE WS-KR-POST-CODE TO CB-TYPE-CODE
           MOVE WS-KR-POST-AMT TO CB-AMOUNT
           ADD WS-KR-POST-AMT TO CB-BALANCE-DUE
           MOVE WS-KR-CLEAR-DATE TO CB-DUE-DATE
           IF WS-KR-POST-FOUND = "Y"
               REWRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT POST THE "
                               "REPLACEMENT FEE."
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT POST THE "
                               "REPLACEMENT FEE."
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE CHARGE-BALANCE-FILE

           MOVE WS-KR-FEE-DORM TO WS-DORM-ID
           MOVE WS-KR-POST-CODE TO WS-PAYMENT-TYPE
           MOVE WS-KR-POST-AMT TO WS-AMOUNT-DUE
           MOVE 0 TO WS-AMOUNT-PAID
           MOVE WS-KR-CLEAR-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-KR-CLEAR-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "KEYS / CARDS NOT RETURNED, TENANT "
                  DELIMITED BY SIZE
                  WS-KR-CLEAR-TENANT DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-KR-CLEAR-TENANT TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           MOVE WS-KR-POST-AMT TO WS-KR-AMT-EDIT
           DISPLAY FUNCTION TRIM(WS-KR-POST-CODE) " FEE OF "
                   FUNCTION TRIM(WS-KR-AMT-EDIT) " POSTED TO ROOM "
                   FUNCTION TRIM(WS-KR-FEE-DORM) "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - DEPOSIT PAYS PART OF A REPLACEMENT FEE
      *============================
      *WS-KR-POST-CODE / WS-KR-POST-AMT in; the room is
      *WS-ASSIGNED-D-ID as in the rest of the settlement. Also used
      *for the parking / locker / storage rental rows, which are
      *kept on the same charge-balance file.
       KEY-DEPOSIT-PAY-FEE.
           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASSIGNED-D-ID TO CB-DORM-ID
           MOVE WS-KR-POST-CODE TO CB-TYPE-CODE
           READ CHARGE-BALANCE-FILE
               INVALID KEY
                   DISPLAY "WARNING: " FUNCTION TRIM(WS-KR-POST-CODE)
                           " BALANCE NOT FOUND. NOT ADJUSTED."
               NOT INVALID KEY
                   SUBTRACT WS-KR-POST-AMT FROM CB-BALANCE-DUE
                   MOVE WS-KR-POST-AMT TO CB-PAID-AMT
                   MOVE WS-MOVE-OUT-DATE TO CB-LAST-PAID
                   REWRITE CHARGE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT ADJUST THE "
                                   FUNCTION TRIM(WS-KR-POST-CODE)
                                   " BALANCE."
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE CHARGE-BALANCE-FILE

           MOVE WS-KR-POST-CODE TO WS-PAYMENT-TYPE
           MOVE WS-KR-POST-AMT TO WS-AMOUNT-PAID
           PERFORM LOG-PAYMENT-HISTORY
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - OUTSTANDING ITEMS REPORT BY ROOM
      *============================
       KEY-OUTSTANDING-REPORT.
           MOVE 0 TO WS-KRO-COUNT
           OPEN INPUT KEY-REGISTER-FILE
           IF WS-KR-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ KEY-REGISTER-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF KR-STATUS = "OUT" AND
                              WS-KRO-COUNT < 2000
                               PERFORM KEY-REPORT-INSERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-REGISTER-FILE
           END-IF

           PERFORM KEY-TODAY-DATE
           MOVE "KEYSOUT" TO WS-RC-REPORT
           MOVE "keys_out" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-KR-REPORT-NAME
           OPEN OUTPUT KEY-REPORT-FILE

           MOVE SPACES TO KEY-REPORT-RECORD
           STRING "KEYS AND ACCESS CARDS OUTSTANDING AS OF "
                  DELIMITED BY SIZE
                  WS-KR-TODAY DELIMITED BY SIZE
                  INTO KEY-REPORT-RECORD
           END-STRING
           WRITE KEY-REPORT-RECORD
           DISPLAY KEY-REPORT-RECORD(1:80)
           MOVE SPACES TO KEY-REPORT-RECORD
           STRING "ROOM       ITEM     TYPE       SERIAL          "
                  DELIMITED BY SIZE
                  "TENANT     ISSUED     BY" DELIMITED BY SIZE
                  INTO KEY-REPORT-RECORD
           END-STRING
           WRITE KEY-REPORT-RECORD
           DISPLAY KEY-REPORT-RECORD(1:80)
           MOVE ALL "-" TO KEY-REPORT-RECORD(1:84)
           WRITE KEY-REPORT-RECORD
           DISPLAY KEY-REPORT-RECORD(1:80)

           MOVE SPACES TO WS-KRO-PREV-DORM
           MOVE 0 TO WS-KRO-ROOM-COUNT
           PERFORM VARYING WS-KRO-IDX FROM 1 BY 1
                   UNTIL WS-KRO-IDX > WS-KRO-COUNT
               IF WS-KRO-DORM(WS-KRO-IDX) NOT = WS-KRO-PREV-DORM
                   ADD 1 TO WS-KRO-ROOM-COUNT
                   MOVE WS-KRO-DORM(WS-KRO-IDX) TO WS-KRO-PREV-DORM
               END-IF
               MOVE SPACES TO KEY-REPORT-RECORD
               STRING WS-KRO-DORM(WS-KRO-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KRO-ID(WS-KRO-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KRO-TYPE(WS-KRO-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KRO-SERIAL(WS-KRO-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KRO-TENANT(WS-KRO-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KRO-ISSUED(WS-KRO-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KRO-BY(WS-KRO-IDX) DELIMITED BY SIZE
                      INTO KEY-REPORT-RECORD
               END-STRING
               WRITE KEY-REPORT-RECORD
               DISPLAY KEY-REPORT-RECORD(1:80)
           END-PERFORM

           MOVE ALL "-" TO KEY-REPORT-RECORD(1:84)
           WRITE KEY-REPORT-RECORD
           DISPLAY KEY-REPORT-RECORD(1:80)
           MOVE SPACES TO KEY-REPORT-RECORD
           STRING "ITEMS OUT: " DELIMITED BY SIZE
                  WS-KRO-COUNT DELIMITED BY SIZE
                  "   ROOMS: " DELIMITED BY SIZE
                  WS-KRO-ROOM-COUNT DELIMITED BY SIZE
                  INTO KEY-REPORT-RECORD
           END-STRING
           WRITE KEY-REPORT-RECORD
           DISPLAY KEY-REPORT-RECORD(1:80)
           CLOSE KEY-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-KR-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: KEYS - FILE ONE OUTSTANDING ITEM IN ROOM ORDER
      *============================
       KEY-REPORT-INSERT-ROW.
           *> Find the first row for a later room and shift the rest
           *> down one place; same-room rows stay in issue order
           MOVE 1 TO WS-KRO-POS
           PERFORM UNTIL WS-KRO-POS > WS-KRO-COUNT
                   OR WS-KRO-DORM(WS-KRO-POS) > KR-DORM-ID
               ADD 1 TO WS-KRO-POS
           END-PERFORM
           PERFORM VARYING WS-KRO-IDX FROM WS-KRO-COUNT BY -1
                   UNTIL WS-KRO-IDX < WS-KRO-POS
               MOVE WS-KRO-ENTRY(WS-KRO-IDX)
                   TO WS-KRO-ENTRY(WS-KRO-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-KRO-COUNT
           MOVE KR-DORM-ID TO WS-KRO-DORM(WS-KRO-POS)
           MOVE KR-ID TO WS-KRO-ID(WS-KRO-POS)
           MOVE KR-TENANT-ID TO WS-KRO-TENANT(WS-KRO-POS)
           MOVE KR-ITEM-TYPE TO WS-KRO-TYPE(WS-KRO-POS)
           MOVE KR-SERIAL TO WS-KRO-SERIAL(WS-KRO-POS)
           MOVE KR-ISSUED-DATE TO WS-KRO-ISSUED(WS-KRO-POS)
           MOVE KR-ISSUED-BY TO WS-KRO-BY(WS-KRO-POS)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE KEY REGISTER RECORD
      *============================
       SAVE-KEY-REGISTER-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del keyreg.dat"
               CALL "SYSTEM" USING "rename tempkr.dat keyreg.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempkr.dat keyreg.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PARKING, LOCKERS AND STORAGE MENU
      *============================
       ANCILLARY-MENU.
           PERFORM UNTIL UTIL-AX-CHOICE = 8
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY " PARKING, LOCKERS AND STORAGE"
           DISPLAY "=============================="
           DISPLAY "1 - LIST RENTABLE SLOTS"
           DISPLAY "2 - ADD A SLOT"
           DISPLAY "3 - CHANGE A SLOT'S FEE / RETIRE A SLOT"
           DISPLAY "4 - ASSIGN A SLOT TO A TENANT"
           DISPLAY "5 - END A SLOT ASSIGNMENT"
           DISPLAY "6 - LIST CURRENT ASSIGNMENTS"
           DISPLAY "7 - AVAILABILITY AND UTILIZATION REPORT"
           DISPLAY "8 - BACK"

           DISPLAY "ENTER CHOICE (1 - 8): "
           ACCEPT UTIL-AX-CHOICE

           EVALUATE UTIL-AX-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM ANC-LIST-ASSETS
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM ANC-ADD-ASSET
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM ANC-MAINTAIN-ASSET
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM ANC-ASSIGN-ASSET
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM ANC-END-ASSIGNMENT
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM ANC-LIST-ASSIGNMENTS
               WHEN 7
                   PERFORM CLEAR-SCREEN
                   PERFORM ANC-UTILIZATION-REPORT
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - TODAY AS YYYY-MM-DD
      *============================
       ANC-TODAY-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AX-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-AX-TODAY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - LOAD THE SLOTS AND WHO HOLDS THEM
      *============================
      *Fills WS-AXA-TABLE from the asset master and marks each slot
      *with the tenant whose assignment has not yet ended as of
      *today. Also leaves the highest slot number in WS-AX-ID-MAX.
       ANC-LOAD-ASSETS.
           PERFORM ANC-TODAY-DATE
           MOVE 0 TO WS-AXA-COUNT
           MOVE 0 TO WS-AX-ID-MAX
           OPEN INPUT ANCILLARY-ASSET-FILE
           IF WS-AA-FILE-STATUS = "00"
               MOVE "N" TO WS-AX-EOF
               PERFORM UNTIL WS-AX-EOF = "Y"
                   READ ANCILLARY-ASSET-FILE
                       AT END
                           MOVE "Y" TO WS-AX-EOF
                       NOT AT END
                           IF AA-ID(3:6) IS NUMERIC
                               MOVE AA-ID(3:6) TO WS-AX-ID-NUM
                               IF WS-AX-ID-NUM > WS-AX-ID-MAX
                                   MOVE WS-AX-ID-NUM TO WS-AX-ID-MAX
                               END-IF
                           END-IF
                           IF WS-AXA-COUNT < 500
                               ADD 1 TO WS-AXA-COUNT
                               MOVE AA-ID
                                   TO WS-AXA-ID(WS-AXA-COUNT)
                               MOVE AA-BUILDING
                                   TO WS-AXA-BUILDING(WS-AXA-COUNT)
                               MOVE AA-TYPE
                                   TO WS-AXA-TYPE(WS-AXA-COUNT)
                               MOVE AA-SLOT
                                   TO WS-AXA-SLOT(WS-AXA-COUNT)
                               MOVE AA-FEE
                                   TO WS-AXA-FEE(WS-AXA-COUNT)
                               MOVE AA-STATUS
                                   TO WS-AXA-STATUS(WS-AXA-COUNT)
                               MOVE SPACES
                                   TO WS-AXA-TENANT(WS-AXA-COUNT)
                               MOVE SPACES
                                   TO WS-AXA-SINCE(WS-AXA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-ASSET-FILE
           END-IF

           OPEN INPUT ANCILLARY-ASSIGN-FILE
           IF WS-AG-FILE-STATUS = "00"
               MOVE "N" TO WS-AX-EOF
               PERFORM UNTIL WS-AX-EOF = "Y"
                   READ ANCILLARY-ASSIGN-FILE
                       AT END
                           MOVE "Y" TO WS-AX-EOF
                       NOT AT END
                           IF AG-END-DATE = SPACES OR
                              AG-END-DATE >= WS-AX-TODAY
                               MOVE AG-ASSET-ID TO WS-AX-LOOK-ID
                               PERFORM ANC-FIND-ASSET
                               IF WS-AXA-FIND-IDX > 0
                                   MOVE AG-TENANT-ID TO
                                       WS-AXA-TENANT(WS-AXA-FIND-IDX)
                                   MOVE AG-START-DATE TO
                                       WS-AXA-SINCE(WS-AXA-FIND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-ASSIGN-FILE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - FIND A SLOT IN THE LOADED TABLE
      *============================
      *WS-AX-LOOK-ID in; WS-AXA-FIND-IDX out (0 = not on file).
       ANC-FIND-ASSET.
           MOVE 0 TO WS-AXA-FIND-IDX
           PERFORM VARYING WS-AXA-IDX FROM 1 BY 1
                   UNTIL WS-AXA-IDX > WS-AXA-COUNT
                      OR WS-AXA-FIND-IDX > 0
               IF WS-AXA-ID(WS-AXA-IDX) = WS-AX-LOOK-ID
                   MOVE WS-AXA-IDX TO WS-AXA-FIND-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - FIND A TENANT AND THEIR ROOM
      *============================
      *WS-AX-LOOK-TENANT in; WS-AX-FOUND and WS-AX-LOOK-DORM out.
       ANC-FIND-TENANT.
           MOVE "N" TO WS-AX-FOUND
           MOVE SPACES TO WS-AX-LOOK-DORM
           OPEN INPUT TENANT-FILE
           MOVE WS-AX-LOOK-TENANT TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-AX-FOUND
                   MOVE SI-ASSIGNED-D-ID TO WS-AX-LOOK-DORM
           END-READ
           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - ASK FOR A SLOT ID
      *============================
       ANC-ASK-ASSET-ID.
           DISPLAY "SLOT ID (e.g., AS000001): "
           MOVE SPACES TO WS-AX-LOOK-ID
           ACCEPT WS-AX-LOOK-ID
           INSPECT WS-AX-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM ANC-FIND-ASSET
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - SHOW ONE SLOT
      *============================
       ANC-SHOW-ASSET.
           MOVE WS-AXA-FEE(WS-AXA-IDX) TO WS-AX-FEE-EDIT
           DISPLAY WS-AXA-ID(WS-AXA-IDX) " | BLDG "
                   WS-AXA-BUILDING(WS-AXA-IDX) " | "
                   WS-AXA-TYPE(WS-AXA-IDX) " "
                   WS-AXA-SLOT(WS-AXA-IDX) " | "
                   WS-AX-FEE-EDIT "/MONTH | "
                   WS-AXA-STATUS(WS-AXA-IDX)
           IF WS-AXA-TENANT(WS-AXA-IDX) NOT = SPACES
               DISPLAY "   LET TO TENANT " WS-AXA-TENANT(WS-AXA-IDX)
                       " SINCE " WS-AXA-SINCE(WS-AXA-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - LIST RENTABLE SLOTS
      *============================
       ANC-LIST-ASSETS.
           DISPLAY "=============================="
           DISPLAY "       RENTABLE SLOTS"
           DISPLAY "=============================="
           PERFORM ANC-LOAD-ASSETS
           IF WS-AXA-COUNT = 0
               DISPLAY "NO SLOTS ON FILE."
           END-IF
           PERFORM VARYING WS-AXA-IDX FROM 1 BY 1
                   UNTIL WS-AXA-IDX > WS-AXA-COUNT
               PERFORM ANC-SHOW-ASSET
           END-PERFORM
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - ADD A SLOT
      *============================
       ANC-ADD-ASSET.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "         ADD A SLOT"
           DISPLAY "=============================="
           PERFORM ENSURE-BUILDING-FILE
           PERFORM SHOW-BUILDING-LIST
           DISPLAY "BUILDING CODE (e.g., A): "
           MOVE SPACES TO WS-AX-NEW-BLDG
           ACCEPT WS-AX-NEW-BLDG
           INSPECT WS-AX-NEW-BLDG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-AX-NEW-BLDG TO WS-ADD-BUILDING
           PERFORM VALIDATE-BUILDING-CODE
           PERFORM UNTIL WS-BL-FOUND = "Y"
               DISPLAY "UNKNOWN BUILDING. ENTER ONE OF THE CODES "
                       "LISTED ABOVE: "
               ACCEPT WS-AX-NEW-BLDG
               INSPECT WS-AX-NEW-BLDG
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-AX-NEW-BLDG TO WS-ADD-BUILDING
               PERFORM VALIDATE-BUILDING-CODE
           END-PERFORM

           DISPLAY "TYPE: 1 - PARKING  2 - BIKE RACK  3 - LOCKER  "
                   "4 - STORAGE: "
           MOVE 0 TO WS-AX-TYPE-CHOICE
           ACCEPT WS-AX-TYPE-CHOICE
           PERFORM UNTIL WS-AX-TYPE-CHOICE >= 1 AND
                         WS-AX-TYPE-CHOICE <= 4
               DISPLAY "INVALID CHOICE. ENTER 1 - 4: "
               ACCEPT WS-AX-TYPE-CHOICE
           END-PERFORM
           MOVE WS-AX-TYPE-NAME(WS-AX-TYPE-CHOICE) TO WS-AX-NEW-TYPE

           PERFORM ANC-LOAD-ASSETS
           MOVE "Y" TO WS-AX-FOUND
           PERFORM UNTIL WS-AX-FOUND = "N"
               DISPLAY "SLOT / BAY / LOCKER NUMBER: "
               MOVE SPACES TO WS-AX-NEW-SLOT
               ACCEPT WS-AX-NEW-SLOT
               INSPECT WS-AX-NEW-SLOT
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "N" TO WS-AX-FOUND
               IF WS-AX-NEW-SLOT = SPACES
                   MOVE "Y" TO WS-AX-FOUND
                   DISPLAY "SLOT NUMBER IS REQUIRED."
               END-IF
               PERFORM VARYING WS-AXA-IDX FROM 1 BY 1
                       UNTIL WS-AXA-IDX > WS-AXA-COUNT
                   IF WS-AXA-BUILDING(WS-AXA-IDX) = WS-AX-NEW-BLDG
                      AND WS-AXA-TYPE(WS-AXA-IDX) = WS-AX-NEW-TYPE
                      AND WS-AXA-SLOT(WS-AXA-IDX) = WS-AX-NEW-SLOT
                       MOVE "Y" TO WS-AX-FOUND
                       DISPLAY "THAT SLOT IS ALREADY ON FILE AS "
                               WS-AXA-ID(WS-AXA-IDX) "."
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY "MONTHLY FEE: "
           MOVE 0 TO WS-AX-NEW-FEE
           ACCEPT WS-AX-NEW-FEE
           PERFORM UNTIL WS-AX-NEW-FEE > 0
               DISPLAY "FEE MUST BE GREATER THAN ZERO: "
               ACCEPT WS-AX-NEW-FEE
           END-PERFORM

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "SLOT NOT ADDED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AX-ID-MAX
           MOVE SPACES TO WS-AX-NEW-ID
           STRING "AS" DELIMITED BY SIZE
                  WS-AX-ID-MAX DELIMITED BY SIZE
                  INTO WS-AX-NEW-ID
           END-STRING

           INITIALIZE ANCILLARY-ASSET-RECORD
           MOVE WS-AX-NEW-ID TO AA-ID
           MOVE WS-AX-NEW-BLDG TO AA-BUILDING
           MOVE WS-AX-NEW-TYPE TO AA-TYPE
           MOVE WS-AX-NEW-SLOT TO AA-SLOT
           MOVE WS-AX-NEW-FEE TO AA-FEE
           MOVE "ACTIVE" TO AA-STATUS
           OPEN EXTEND ANCILLARY-ASSET-FILE
           IF WS-AA-FILE-STATUS NOT = "00"
               OPEN OUTPUT ANCILLARY-ASSET-FILE
           END-IF
           WRITE ANCILLARY-ASSET-RECORD
           CLOSE ANCILLARY-ASSET-FILE

           MOVE "ASSET" TO WS-AJ-RECORD-TYPE
           MOVE WS-AX-NEW-ID TO WS-AJ-KEY
           MOVE "CREATE" TO WS-AJ-ACTION
           MOVE "SLOT" TO WS-AJ-FIELD
           MOVE SPACES TO WS-AJ-OLD-VALUE
           MOVE SPACES TO WS-AJ-NEW-VALUE
           STRING WS-AX-NEW-BLDG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AX-NEW-TYPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-AX-NEW-SLOT DELIMITED BY SPACE
                  INTO WS-AJ-NEW-VALUE
           END-STRING
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           MOVE WS-AX-NEW-FEE TO WS-AX-FEE-EDIT
           DISPLAY "SLOT " WS-AX-NEW-ID " ADDED: "
                   FUNCTION TRIM(WS-AX-NEW-TYPE) " "
                   FUNCTION TRIM(WS-AX-NEW-SLOT) " AT "
                   FUNCTION TRIM(WS-AX-FEE-EDIT) "/MONTH"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - CHANGE A SLOT'S FEE OR RETIRE IT
      *============================
      *A new fee applies to assignments made from now on; running
      *assignments keep the fee they were let at. A slot can only
      *be retired once nobody holds it.
       ANC-MAINTAIN-ASSET.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "  CHANGE FEE / RETIRE A SLOT"
           DISPLAY "=============================="
           PERFORM ANC-LOAD-ASSETS
           PERFORM ANC-ASK-ASSET-ID
           IF WS-AXA-FIND-IDX = 0
               DISPLAY "SLOT " WS-AX-LOOK-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AXA-FIND-IDX TO WS-AXA-IDX
           PERFORM ANC-SHOW-ASSET
           IF WS-AXA-STATUS(WS-AXA-IDX) NOT = "ACTIVE"
               DISPLAY "SLOT IS ALREADY RETIRED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "1 - CHANGE MONTHLY FEE  2 - RETIRE SLOT  "
                   "3 - CANCEL: "
           MOVE 0 TO WS-AX-TYPE-CHOICE
           ACCEPT WS-AX-TYPE-CHOICE
           MOVE WS-AXA-FEE(WS-AXA-IDX) TO WS-AX-NEW-FEE
           MOVE WS-AXA-STATUS(WS-AXA-IDX) TO WS-AX-STATE
           EVALUATE WS-AX-TYPE-CHOICE
               WHEN 1
                   DISPLAY "NEW MONTHLY FEE: "
                   MOVE 0 TO WS-AX-NEW-FEE
                   ACCEPT WS-AX-NEW-FEE
                   PERFORM UNTIL WS-AX-NEW-FEE > 0
                       DISPLAY "FEE MUST BE GREATER THAN ZERO: "
                       ACCEPT WS-AX-NEW-FEE
                   END-PERFORM
               WHEN 2
                   IF WS-AXA-TENANT(WS-AXA-IDX) NOT = SPACES
                       DISPLAY "SLOT IS LET TO TENANT "
                               WS-AXA-TENANT(WS-AXA-IDX)
                               ". END THE ASSIGNMENT FIRST."
                       PERFORM EXIT-PROMT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "RETIRED" TO WS-AX-STATE
               WHEN OTHER
                   DISPLAY "NO CHANGE MADE."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "NO CHANGE MADE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ANCILLARY-ASSET-FILE
           OPEN OUTPUT TEMP-ANCILLARY-ASSET-FILE
           MOVE "N" TO WS-AX-EOF
           PERFORM UNTIL WS-AX-EOF = "Y"
               READ ANCILLARY-ASSET-FILE
                   AT END
                       MOVE "Y" TO WS-AX-EOF
                   NOT AT END
                       IF AA-ID = WS-AX-LOOK-ID
                           MOVE WS-AX-NEW-FEE TO AA-FEE
                           MOVE WS-AX-STATE TO AA-STATUS
                       END-IF
                       WRITE TEMP-ANCILLARY-ASSET-RECORD
                           FROM ANCILLARY-ASSET-RECORD
               END-READ
           END-PERFORM
           CLOSE ANCILLARY-ASSET-FILE
           CLOSE TEMP-ANCILLARY-ASSET-FILE
           PERFORM SAVE-ANCILLARY-ASSET-RECORD

           MOVE "ASSET" TO WS-AJ-RECORD-TYPE
           MOVE WS-AX-LOOK-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-OLD-VALUE
           MOVE SPACES TO WS-AJ-NEW-VALUE
           IF WS-AX-TYPE-CHOICE = 1
               MOVE "EDIT" TO WS-AJ-ACTION
               MOVE "MONTHLY FEE" TO WS-AJ-FIELD
               MOVE WS-AXA-FEE(WS-AXA-IDX) TO WS-AJ-OLD-VALUE
               MOVE WS-AX-NEW-FEE TO WS-AJ-NEW-VALUE
           ELSE
               MOVE "STATUS" TO WS-AJ-ACTION
               MOVE "STATUS" TO WS-AJ-FIELD
               MOVE WS-AXA-STATUS(WS-AXA-IDX) TO WS-AJ-OLD-VALUE
               MOVE WS-AX-STATE TO WS-AJ-NEW-VALUE
           END-IF
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "SLOT " WS-AX-LOOK-ID " UPDATED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - ASSIGN A SLOT TO A TENANT
      *============================
      *The slot is billed to the tenant's room from the start date;
      *the first month is prorated here the way a new lease is,
      *and the month-start billing run takes it from there.
       ANC-ASSIGN-ASSET.
           DISPLAY "=============================="
           DISPLAY "   ASSIGN A SLOT TO A TENANT"
           DISPLAY "=============================="
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-AX-LOOK-TENANT
           ACCEPT WS-AX-LOOK-TENANT
           INSPECT WS-AX-LOOK-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM ANC-FIND-TENANT
           IF WS-AX-FOUND = "N"
               DISPLAY "TENANT " WS-AX-LOOK-TENANT " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-AX-LOOK-DORM = SPACES
               DISPLAY "TENANT " WS-AX-LOOK-TENANT
                       " HAS NO ROOM TO BILL THE SLOT TO."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ANC-LOAD-ASSETS
           PERFORM ANC-ASK-ASSET-ID
           IF WS-AXA-FIND-IDX = 0
               DISPLAY "SLOT " WS-AX-LOOK-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AXA-FIND-IDX TO WS-AXA-IDX
           PERFORM ANC-SHOW-ASSET
           IF WS-AXA-STATUS(WS-AXA-IDX) NOT = "ACTIVE"
               DISPLAY "SLOT IS RETIRED AND CANNOT BE LET."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "START DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-AX-DATE-IN
               ACCEPT WS-AX-DATE-IN
               MOVE WS-AX-DATE-IN TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   MOVE WS-AX-DATE-IN TO WS-CLOSEOUT-CHECK-DATE
                   PERFORM CHECK-DATE-NOT-CLOSED
                   IF WS-DATE-CLOSED-FLAG = "Y"
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "THAT DATE IS ALREADY RECONCILED "
                               "(CLOSED). ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           MOVE WS-AXA-FEE(WS-AXA-IDX) TO WS-AX-FEE-EDIT
           DISPLAY "LET " FUNCTION TRIM(WS-AXA-TYPE(WS-AXA-IDX)) " "
                   FUNCTION TRIM(WS-AXA-SLOT(WS-AXA-IDX))
                   " TO TENANT " FUNCTION TRIM(WS-AX-LOOK-TENANT)
                   " FROM " WS-AX-DATE-IN " AT "
                   FUNCTION TRIM(WS-AX-FEE-EDIT) "/MONTH (Y/N): "
           ACCEPT WS-AX-CONFIRM
           INSPECT WS-AX-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-AX-CONFIRM NOT = "Y"
               DISPLAY "SLOT NOT ASSIGNED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "SLOT NOT ASSIGNED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Checked under the lock so two desks cannot let the
           *> same slot
           PERFORM ANC-CHECK-SLOT-FREE
           IF WS-AX-FOUND = "Y"
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "SLOT IS ALREADY LET TO TENANT "
                       WS-AX-END-TENANT " ON THAT DATE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           INITIALIZE ANCILLARY-ASSIGN-RECORD
           MOVE WS-AX-LOOK-ID TO AG-ASSET-ID
           MOVE WS-AX-LOOK-TENANT TO AG-TENANT-ID
           MOVE WS-AX-LOOK-DORM TO AG-DORM-ID
           MOVE WS-AX-DATE-IN TO AG-START-DATE
           MOVE SPACES TO AG-END-DATE
           MOVE WS-AXA-FEE(WS-AXA-IDX) TO AG-FEE
           MOVE WS-AX-DATE-IN(1:7) TO AG-LAST-BILLED
           MOVE WS-OPERATOR-ID TO AG-ASSIGNED-BY
           MOVE SPACES TO AG-ENDED-BY
           OPEN EXTEND ANCILLARY-ASSIGN-FILE
           IF WS-AG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ANCILLARY-ASSIGN-FILE
           END-IF
           WRITE ANCILLARY-ASSIGN-RECORD
           CLOSE ANCILLARY-ASSIGN-FILE

           *> Prorated first month: start day through month end
           MOVE WS-AX-DATE-IN(1:4) TO WS-AX-YEAR
           MOVE WS-AX-DATE-IN(6:2) TO WS-AX-MONTH
           PERFORM ANC-DAYS-IN-MONTH
           MOVE WS-AX-DATE-IN(9:2) TO WS-AX-FIRST-DAY
           COMPUTE WS-AX-DAYS = WS-AX-DIM - WS-AX-FIRST-DAY + 1
           COMPUTE WS-AX-CHARGE ROUNDED =
                   WS-AXA-FEE(WS-AXA-IDX) * WS-AX-DAYS / WS-AX-DIM

           IF WS-AX-CHARGE > 0
               MOVE WS-AX-LOOK-DORM TO WS-AX-POST-DORM
               MOVE WS-AXA-TYPE(WS-AXA-IDX) TO WS-AX-POST-CODE
               MOVE WS-AX-CHARGE TO WS-AX-POST-AMT
               MOVE WS-AX-DATE-IN TO WS-AX-POST-DATE
               MOVE WS-AX-DATE-IN TO WS-AX-POST-DUE
               MOVE WS-AX-LOOK-TENANT TO WS-AX-POST-TENANT
               MOVE SPACES TO WS-AX-POST-NOTES
               STRING WS-AXA-TYPE(WS-AXA-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-AXA-SLOT(WS-AXA-IDX) DELIMITED BY SPACE
                      " PRORATED FIRST MONTH (" DELIMITED BY SIZE
                      WS-AX-DAYS DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-AX-DIM DELIMITED BY SIZE
                      " DAYS)" DELIMITED BY SIZE
                      INTO WS-AX-POST-NOTES
               END-STRING
               PERFORM ANC-POST-CHARGE
           END-IF
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "SLOT " WS-AX-LOOK-ID " LET TO TENANT "
                   FUNCTION TRIM(WS-AX-LOOK-TENANT) ", BILLED TO ROOM "
                   FUNCTION TRIM(WS-AX-LOOK-DORM) "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - IS THE SLOT FREE FROM A DATE
      *============================
      *WS-AX-LOOK-ID and WS-AX-DATE-IN in. WS-AX-FOUND = "Y" when
      *an assignment is still running on or after that date, with
      *its tenant in WS-AX-END-TENANT.
       ANC-CHECK-SLOT-FREE.
           MOVE "N" TO WS-AX-FOUND
           MOVE SPACES TO WS-AX-END-TENANT
           OPEN INPUT ANCILLARY-ASSIGN-FILE
           IF WS-AG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AX-EOF
           PERFORM UNTIL WS-AX-EOF = "Y"
               READ ANCILLARY-ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-AX-EOF
                   NOT AT END
                       IF AG-ASSET-ID = WS-AX-LOOK-ID AND
                          (AG-END-DATE = SPACES OR
                           AG-END-DATE >= WS-AX-DATE-IN)
                           MOVE "Y" TO WS-AX-FOUND
                           MOVE AG-TENANT-ID TO WS-AX-END-TENANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANCILLARY-ASSIGN-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - END A SLOT ASSIGNMENT
      *============================
       ANC-END-ASSIGNMENT.
           DISPLAY "=============================="
           DISPLAY "    END A SLOT ASSIGNMENT"
           DISPLAY "=============================="
           PERFORM ANC-LOAD-ASSETS
           PERFORM ANC-ASK-ASSET-ID

           *> Find the open assignment for the slot
           MOVE "N" TO WS-AX-FOUND
           MOVE SPACES TO WS-AX-END-TENANT
           OPEN INPUT ANCILLARY-ASSIGN-FILE
           IF WS-AG-FILE-STATUS = "00"
               MOVE "N" TO WS-AX-EOF
               PERFORM UNTIL WS-AX-EOF = "Y"
                   READ ANCILLARY-ASSIGN-FILE
                       AT END
                           MOVE "Y" TO WS-AX-EOF
                       NOT AT END
                           IF AG-ASSET-ID = WS-AX-LOOK-ID AND
                              AG-END-DATE = SPACES
                               MOVE "Y" TO WS-AX-FOUND
                               MOVE AG-TENANT-ID TO WS-AX-END-TENANT
                               MOVE AG-START-DATE TO WS-AX-DATE-IN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-ASSIGN-FILE
           END-IF
           IF WS-AX-FOUND = "N"
               DISPLAY "SLOT " WS-AX-LOOK-ID
                       " HAS NO OPEN ASSIGNMENT."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LET TO TENANT " WS-AX-END-TENANT " SINCE "
                   WS-AX-DATE-IN

           DISPLAY "LAST DAY OF USE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-AX-END-DATE
               ACCEPT WS-AX-END-DATE
               MOVE WS-AX-END-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "Y"
                   IF WS-AX-END-DATE < WS-AX-DATE-IN
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "END DATE CANNOT BE BEFORE THE START "
                               "DATE. ENTER ANOTHER DATE: "
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "ASSIGNMENT NOT ENDED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           PERFORM ANC-END-TENANT-ASSIGNMENTS
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "ASSIGNMENT ENDED " WS-AX-END-DATE "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - END A TENANT'S OPEN ASSIGNMENTS
      *============================
      *WS-AX-END-TENANT and WS-AX-END-DATE in; WS-AX-LOOK-ID names
      *one slot, or spaces for all of the tenant's slots (check-out).
      *The caller holds the update lock. Days already billed after
      *the last day of use are credited back to the slot's balance
      *once the ended rows are on file.
       ANC-END-TENANT-ASSIGNMENTS.
           MOVE 0 TO WS-AX-END-COUNT
           MOVE 0 TO WS-AXC-COUNT
           MOVE WS-AX-LOOK-ID TO WS-AX-END-SLOT
           PERFORM ANC-LOAD-ASSETS
           OPEN INPUT ANCILLARY-ASSIGN-FILE
           IF WS-AG-FILE-STATUS NOT = "00"
               MOVE WS-AX-END-SLOT TO WS-AX-LOOK-ID
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-ANCILLARY-ASSIGN-FILE
           MOVE "N" TO WS-AX-EOF
           PERFORM UNTIL WS-AX-EOF = "Y"
               READ ANCILLARY-ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-AX-EOF
                   NOT AT END
                       IF AG-TENANT-ID = WS-AX-END-TENANT AND
                          AG-END-DATE = SPACES AND
                          (WS-AX-END-SLOT = SPACES OR
                           AG-ASSET-ID = WS-AX-END-SLOT)
                           IF AG-LAST-BILLED NOT = SPACES AND
                              AG-LAST-BILLED >= WS-AX-END-DATE(1:7)
                               PERFORM ANC-END-CREDIT-ONE
                           END-IF
                           MOVE WS-AX-END-DATE TO AG-END-DATE
                           MOVE WS-OPERATOR-ID TO AG-ENDED-BY
                           ADD 1 TO WS-AX-END-COUNT
                       END-IF
                       WRITE TEMP-ANCILLARY-ASSIGN-RECORD
                           FROM ANCILLARY-ASSIGN-RECORD
               END-READ
           END-PERFORM
           CLOSE ANCILLARY-ASSIGN-FILE
           CLOSE TEMP-ANCILLARY-ASSIGN-FILE
           PERFORM SAVE-ANCILLARY-ASSIGN-RECORD
           PERFORM VARYING WS-AXC-IDX FROM 1 BY 1
                   UNTIL WS-AXC-IDX > WS-AXC-COUNT
               PERFORM ANC-POST-CREDIT
           END-PERFORM
           MOVE WS-AX-END-SLOT TO WS-AX-LOOK-ID
           IF WS-AX-END-COUNT > 0
               DISPLAY "PARKING / LOCKER / STORAGE ASSIGNMENTS "
                       "ENDED: " WS-AX-END-COUNT
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - WORK OUT THE CREDIT FOR ONE ENDED SLOT
      *============================
      *The assignment is still open in ANCILLARY-ASSIGN-RECORD and
      *has been billed through AG-LAST-BILLED. Every month from the
      *end month on was charged to its last day; each is re-priced
      *the way ANC-BILL-ONE-ASSIGNMENT prices it and the difference
      *is queued in WS-AXC-TABLE for ANC-POST-CREDIT.
       ANC-END-CREDIT-ONE.
           MOVE 0 TO WS-AX-CREDIT
           MOVE 0 TO WS-AX-UNUSED-DAYS
           MOVE WS-AX-END-DATE(1:4) TO WS-AX-CR-YEAR
           MOVE WS-AX-END-DATE(6:2) TO WS-AX-CR-MON
           PERFORM UNTIL WS-AX-CR-MONTH > AG-LAST-BILLED
               PERFORM ANC-END-CREDIT-MONTH
           END-PERFORM
           IF WS-AX-CREDIT <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AX-CREDIT TO WS-AX-AMT-EDIT
           MOVE AG-ASSET-ID TO WS-AX-LOOK-ID
           PERFORM ANC-FIND-ASSET
           IF WS-AXA-FIND-IDX = 0 OR AG-DORM-ID = SPACES
               DISPLAY "WARNING: SLOT " AG-ASSET-ID " CREDIT OF "
                       FUNCTION TRIM(WS-AX-AMT-EDIT)
                       " NOT POSTED (SLOT OR ROOM NOT ON FILE)."
               EXIT PARAGRAPH
           END-IF
           IF WS-AXC-COUNT >= 20
               DISPLAY "WARNING: SLOT " AG-ASSET-ID " CREDIT OF "
                       FUNCTION TRIM(WS-AX-AMT-EDIT)
                       " NOT POSTED. POST IT BY HAND."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AXC-COUNT
           MOVE AG-DORM-ID TO WS-AXC-DORM(WS-AXC-COUNT)
           MOVE WS-AXA-TYPE(WS-AXA-FIND-IDX)
               TO WS-AXC-CODE(WS-AXC-COUNT)
           MOVE AG-TENANT-ID TO WS-AXC-TENANT(WS-AXC-COUNT)
           MOVE WS-AX-CREDIT TO WS-AXC-AMT(WS-AXC-COUNT)
           MOVE SPACES TO WS-AXC-NOTES(WS-AXC-COUNT)
           STRING WS-AXA-TYPE(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-AXA-SLOT(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                  " CREDIT, ENDED " DELIMITED BY SIZE
                  WS-AX-END-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-AX-UNUSED-DAYS DELIMITED BY SIZE
                  " BILLED DAYS UNUSED)" DELIMITED BY SIZE
                  INTO WS-AXC-NOTES(WS-AXC-COUNT)
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - CREDIT FOR ONE BILLED MONTH
      *============================
      *WS-AX-CR-MONTH in, then stepped on to the next month. What
      *was charged less what the days actually used would cost.
       ANC-END-CREDIT-MONTH.
           MOVE WS-AX-CR-YEAR TO WS-AX-YEAR
           MOVE WS-AX-CR-MON TO WS-AX-MONTH
           PERFORM ANC-DAYS-IN-MONTH
           IF AG-START-DATE(1:7) <= WS-AX-CR-MONTH
               IF AG-START-DATE(1:7) = WS-AX-CR-MONTH
                   MOVE AG-START-DATE(9:2) TO WS-AX-FIRST-DAY
               ELSE
                   MOVE 1 TO WS-AX-FIRST-DAY
               END-IF
               COMPUTE WS-AX-DAYS = WS-AX-DIM - WS-AX-FIRST-DAY + 1
               MOVE 0 TO WS-AX-USED-DAYS
               IF WS-AX-CR-MONTH = WS-AX-END-DATE(1:7)
                   MOVE WS-AX-END-DATE(9:2) TO WS-AX-LAST-DAY
                   IF WS-AX-LAST-DAY >= WS-AX-FIRST-DAY
                       COMPUTE WS-AX-USED-DAYS =
                               WS-AX-LAST-DAY - WS-AX-FIRST-DAY + 1
                   END-IF
               END-IF
               COMPUTE WS-AX-CHARGE ROUNDED =
                       AG-FEE * WS-AX-DAYS / WS-AX-DIM
               ADD WS-AX-CHARGE TO WS-AX-CREDIT
               COMPUTE WS-AX-CHARGE ROUNDED =
                       AG-FEE * WS-AX-USED-DAYS / WS-AX-DIM
               SUBTRACT WS-AX-CHARGE FROM WS-AX-CREDIT
               COMPUTE WS-AX-UNUSED-DAYS = WS-AX-UNUSED-DAYS
                       + WS-AX-DAYS - WS-AX-USED-DAYS
           END-IF
           IF WS-AX-CR-MON = 12
               MOVE 1 TO WS-AX-CR-MON
               ADD 1 TO WS-AX-CR-YEAR
           ELSE
               ADD 1 TO WS-AX-CR-MON
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - POST ONE QUEUED SLOT CREDIT
      *============================
      *WS-AXC-IDX in. Only the balance comes down; the last charge
      *and its due date stay as billed. The negative amount due on
      *the history line backs the credit out the same way a rent
      *abatement does.
       ANC-POST-CREDIT.
           MOVE "N" TO WS-AX-POST-FOUND
           MOVE WS-AXC-AMT(WS-AXC-IDX) TO WS-AX-AMT-EDIT
           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS = "00"
               MOVE WS-AXC-DORM(WS-AXC-IDX) TO CB-DORM-ID
               MOVE WS-AXC-CODE(WS-AXC-IDX) TO CB-TYPE-CODE
               READ CHARGE-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-AXC-AMT(WS-AXC-IDX)
                           FROM CB-BALANCE-DUE
                       REWRITE CHARGE-BALANCE-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-AX-POST-FOUND
                       END-REWRITE
               END-READ
               CLOSE CHARGE-BALANCE-FILE
           END-IF
           IF WS-AX-POST-FOUND = "N"
               DISPLAY "WARNING: "
                       FUNCTION TRIM(WS-AXC-CODE(WS-AXC-IDX))
                       " CREDIT OF " FUNCTION TRIM(WS-AX-AMT-EDIT)
                       " NOT POSTED TO ROOM "
                       FUNCTION TRIM(WS-AXC-DORM(WS-AXC-IDX))
                       ". POST IT BY HAND."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AXC-DORM(WS-AXC-IDX) TO WS-DORM-ID
           MOVE WS-AXC-CODE(WS-AXC-IDX) TO WS-PAYMENT-TYPE
           COMPUTE WS-AMOUNT-DUE = 0 - WS-AXC-AMT(WS-AXC-IDX)
           MOVE 0 TO WS-AMOUNT-PAID
           MOVE WS-AX-END-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-AX-END-DATE TO WS-DUE-DATE-LOG
           MOVE WS-AXC-NOTES(WS-AXC-IDX) TO WS-PAYMENT-NOTES
           MOVE WS-AXC-TENANT(WS-AXC-IDX) TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           DISPLAY FUNCTION TRIM(WS-AXC-CODE(WS-AXC-IDX)) " CREDIT "
                   FUNCTION TRIM(WS-AX-AMT-EDIT) " POSTED TO ROOM "
                   FUNCTION TRIM(WS-AXC-DORM(WS-AXC-IDX)) "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - LIST CURRENT ASSIGNMENTS
      *============================
       ANC-LIST-ASSIGNMENTS.
           DISPLAY "=============================="
           DISPLAY "     CURRENT ASSIGNMENTS"
           DISPLAY "=============================="
           PERFORM ANC-LOAD-ASSETS
           MOVE 0 TO WS-AX-SLOTS
           OPEN INPUT ANCILLARY-ASSIGN-FILE
           IF WS-AG-FILE-STATUS = "00"
               MOVE "N" TO WS-AX-EOF
               PERFORM UNTIL WS-AX-EOF = "Y"
                   READ ANCILLARY-ASSIGN-FILE
                       AT END
                           MOVE "Y" TO WS-AX-EOF
                       NOT AT END
                           IF AG-END-DATE = SPACES OR
                              AG-END-DATE >= WS-AX-TODAY
                               PERFORM ANC-SHOW-ASSIGNMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-ASSIGN-FILE
           END-IF
           IF WS-AX-SLOTS = 0
               DISPLAY "NO SLOTS ARE LET AT PRESENT."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - SHOW ONE ASSIGNMENT
      *============================
       ANC-SHOW-ASSIGNMENT.
           ADD 1 TO WS-AX-SLOTS
           MOVE AG-ASSET-ID TO WS-AX-LOOK-ID
           PERFORM ANC-FIND-ASSET
           MOVE AG-FEE TO WS-AX-FEE-EDIT
           IF WS-AXA-FIND-IDX > 0
               DISPLAY AG-ASSET-ID " | "
                       WS-AXA-TYPE(WS-AXA-FIND-IDX) " "
                       WS-AXA-SLOT(WS-AXA-FIND-IDX) " | TENANT "
                       AG-TENANT-ID " | ROOM " AG-DORM-ID
           ELSE
               DISPLAY AG-ASSET-ID " | TENANT " AG-TENANT-ID
                       " | ROOM " AG-DORM-ID
           END-IF
           IF AG-END-DATE = SPACES
               DISPLAY "   FROM " AG-START-DATE " | "
                       WS-AX-FEE-EDIT "/MONTH | BILLED TO "
                       AG-LAST-BILLED
           ELSE
               DISPLAY "   FROM " AG-START-DATE " TO " AG-END-DATE
                       " | " WS-AX-FEE-EDIT "/MONTH | BILLED TO "
                       AG-LAST-BILLED
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - DAYS IN WS-AX-MONTH OF WS-AX-YEAR
      *============================
       ANC-DAYS-IN-MONTH.
           EVALUATE WS-AX-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-AX-DIM
               WHEN 2
                   IF FUNCTION MOD(WS-AX-YEAR, 400) = 0
                      OR (FUNCTION MOD(WS-AX-YEAR, 4) = 0
                      AND FUNCTION MOD(WS-AX-YEAR, 100)
                          NOT = 0)
                       MOVE 29 TO WS-AX-DIM
                   ELSE
                       MOVE 28 TO WS-AX-DIM
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-AX-DIM
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - POST A RENTAL CHARGE TO A ROOM
      *============================
      *WS-AX-POST-xxx in. The asset type is the charge type, so each
      *kind of rental carries its own balance and history lines.
       ANC-POST-CHARGE.
           PERFORM ENSURE-CHARGE-TYPE-FILE

           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-BALANCE-FILE
               CLOSE CHARGE-BALANCE-FILE
               OPEN I-O CHARGE-BALANCE-FILE
           END-IF
           MOVE "N" TO WS-AX-POST-FOUND
           MOVE WS-AX-POST-DORM TO CB-DORM-ID
           MOVE WS-AX-POST-CODE TO CB-TYPE-CODE
           READ CHARGE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO CB-PAID-AMT
                   MOVE SPACES TO CB-LAST-PAID
                   MOVE 0 TO CB-BALANCE-DUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-AX-POST-FOUND
           END-READ
           MOVE WS-AX-POST-DORM TO CB-DORM-ID
           MOVE WS-AX-POST-CODE TO CB-TYPE-CODE
           MOVE WS-AX-POST-AMT TO CB-AMOUNT
           ADD WS-AX-POST-AMT TO CB-BALANCE-DUE
           MOVE WS-AX-POST-DUE TO CB-DUE-DATE
           IF WS-AX-POST-FOUND = "Y"
               REWRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT POST "
                               FUNCTION TRIM(WS-AX-POST-CODE)
                               " TO ROOM " WS-AX-POST-DORM
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT POST "
                               FUNCTION TRIM(WS-AX-POST-CODE)
                               " TO ROOM " WS-AX-POST-DORM
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE CHARGE-BALANCE-FILE

           MOVE WS-AX-POST-DORM TO WS-DORM-ID
           MOVE WS-AX-POST-CODE TO WS-PAYMENT-TYPE
           MOVE WS-AX-POST-AMT TO WS-AMOUNT-DUE
           MOVE 0 TO WS-AMOUNT-PAID
           MOVE WS-AX-POST-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-AX-POST-DUE TO WS-DUE-DATE-LOG
           MOVE WS-AX-POST-NOTES TO WS-PAYMENT-NOTES
           MOVE WS-AX-POST-TENANT TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           MOVE WS-AX-POST-AMT TO WS-AX-AMT-EDIT
           DISPLAY FUNCTION TRIM(WS-AX-POST-CODE) " "
                   FUNCTION TRIM(WS-AX-AMT-EDIT) " POSTED TO ROOM "
                   FUNCTION TRIM(WS-AX-POST-DORM) "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - MONTH-START BILLING OF LET SLOTS
      *============================
      *Run from the month-start billing run under its lock. Every
      *assignment running in WS-BILL-MONTH and not yet billed for it
      *is charged to the tenant's current room, prorated when it
      *starts or ends inside the month. AG-LAST-BILLED is only
      *written back when the run finishes, so a run cut short is
      *picked up from the history file instead: a slot whose charge
      *for the month is already posted is marked billed and not
      *charged again.
       ANC-BILLING-RUN.
           MOVE 0 TO WS-AX-BILL-COUNT
           MOVE 0 TO WS-AX-BILL-TOTAL
           MOVE 0 TO WS-AX-RESUME-COUNT
           PERFORM ANC-LOAD-ASSETS
           PERFORM ANC-BILLING-LOAD-POSTED
           IF WS-AXH-FULL = "Y"
               DISPLAY "ERROR: MORE THAN 500 SLOT CHARGES ON FILE "
                       "FOR " WS-BILL-MONTH ". PARKING / LOCKER / "
                       "STORAGE RENTALS NOT BILLED."
               IF WS-JOB-UNATTENDED = "Y"
                   MOVE 8 TO WS-JOB-STEP-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ANCILLARY-ASSIGN-FILE
           IF WS-AG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-MONTH(1:4) TO WS-AX-YEAR
           MOVE WS-BILL-MONTH(6:2) TO WS-AX-MONTH
           PERFORM ANC-DAYS-IN-MONTH

           OPEN OUTPUT TEMP-ANCILLARY-ASSIGN-FILE
           MOVE "N" TO WS-AX-EOF
           PERFORM UNTIL WS-AX-EOF = "Y"
               READ ANCILLARY-ASSIGN-FILE
                   AT END
                       MOVE "Y" TO WS-AX-EOF
                   NOT AT END
                       IF (AG-LAST-BILLED = SPACES OR
                           AG-LAST-BILLED < WS-BILL-MONTH)
                          AND AG-START-DATE(1:7) <= WS-BILL-MONTH
                          AND (AG-END-DATE = SPACES OR
                               AG-END-DATE(1:7) >= WS-BILL-MONTH)
                           PERFORM ANC-BILL-ONE-ASSIGNMENT
                       END-IF
                       WRITE TEMP-ANCILLARY-ASSIGN-RECORD
                           FROM ANCILLARY-ASSIGN-RECORD
               END-READ
           END-PERFORM
           CLOSE ANCILLARY-ASSIGN-FILE
           CLOSE TEMP-ANCILLARY-ASSIGN-FILE
           PERFORM SAVE-ANCILLARY-ASSIGN-RECORD

           MOVE WS-AX-BILL-TOTAL TO WS-AX-AMT-EDIT
           DISPLAY "PARKING / LOCKER / STORAGE RENTALS BILLED: "
                   WS-AX-BILL-COUNT "  TOTAL: "
                   FUNCTION TRIM(WS-AX-AMT-EDIT)
           IF WS-AX-RESUME-COUNT > 0
               DISPLAY "SLOT CHARGES ALREADY POSTED THIS MONTH: "
                       WS-AX-RESUME-COUNT
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - SLOT CHARGES ALREADY POSTED THIS MONTH
      *============================
      *Every positive rental charge dated in WS-BILL-MONTH goes into
      *WS-AXH-TABLE keyed the way ANC-BILL-ONE-ASSIGNMENT writes its
      *notes. WS-AXH-FULL = "Y" when they do not all fit.
       ANC-BILLING-LOAD-POSTED.
           MOVE 0 TO WS-AXH-COUNT
           MOVE "N" TO WS-AXH-FULL
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-DATE(1:7) = WS-BILL-MONTH AND
                          PH-AMOUNT-DUE > 0 AND
                          (PH-PAYMENT-TYPE = WS-AX-TYPE-NAME(1) OR
                           PH-PAYMENT-TYPE = WS-AX-TYPE-NAME(2) OR
                           PH-PAYMENT-TYPE = WS-AX-TYPE-NAME(3) OR
                           PH-PAYMENT-TYPE = WS-AX-TYPE-NAME(4))
                           IF WS-AXH-COUNT < 500
                               ADD 1 TO WS-AXH-COUNT
                               MOVE PH-TENANT-ID
                                   TO WS-AXH-TENANT(WS-AXH-COUNT)
                               PERFORM ANC-HIST-NOTES-KEY
                               MOVE WS-AX-HIST-KEY
                                   TO WS-AXH-KEY(WS-AXH-COUNT)
                           ELSE
                               MOVE "Y" TO WS-AXH-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - SPLIT A HISTORY NOTE INTO ITS KEY
      *============================
      *First three words of PH-NOTES (TYPE SLOT YYYY-MM) into
      *WS-AX-HIST-KEY
       ANC-HIST-NOTES-KEY.
           MOVE SPACES TO WS-AX-HIST-TYPE
           MOVE SPACES TO WS-AX-HIST-SLOT
           MOVE SPACES TO WS-AX-HIST-MONTH
           UNSTRING PH-NOTES DELIMITED BY ALL SPACE
               INTO WS-AX-HIST-TYPE WS-AX-HIST-SLOT WS-AX-HIST-MONTH
           END-UNSTRING
           MOVE SPACES TO WS-AX-HIST-KEY
           STRING WS-AX-HIST-TYPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-AX-HIST-SLOT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-AX-HIST-MONTH DELIMITED BY SPACE
                  INTO WS-AX-HIST-KEY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - BILL ONE ASSIGNMENT FOR THE MONTH
      *============================
       ANC-BILL-ONE-ASSIGNMENT.
           MOVE AG-TENANT-ID TO WS-AX-LOOK-TENANT
           PERFORM ANC-FIND-TENANT
           IF WS-AX-FOUND = "N" OR WS-AX-LOOK-DORM = SPACES
               DISPLAY "SKIPPED SLOT " AG-ASSET-ID ": TENANT "
                       FUNCTION TRIM(AG-TENANT-ID)
                       " HAS NO ROOM ON FILE."
               EXIT PARAGRAPH
           END-IF
           MOVE AG-ASSET-ID TO WS-AX-LOOK-ID
           PERFORM ANC-FIND-ASSET
           IF WS-AXA-FIND-IDX = 0
               DISPLAY "SKIPPED SLOT " AG-ASSET-ID
                       ": NOT ON THE ASSET MASTER."
               EXIT PARAGRAPH
           END-IF

           IF AG-START-DATE(1:7) = WS-BILL-MONTH
               MOVE AG-START-DATE(9:2) TO WS-AX-FIRST-DAY
           ELSE
               MOVE 1 TO WS-AX-FIRST-DAY
           END-IF
           IF AG-END-DATE NOT = SPACES AND
              AG-END-DATE(1:7) = WS-BILL-MONTH
               MOVE AG-END-DATE(9:2) TO WS-AX-LAST-DAY
           ELSE
               MOVE WS-AX-DIM TO WS-AX-LAST-DAY
           END-IF
           MOVE WS-AX-LOOK-DORM TO AG-DORM-ID
           MOVE WS-BILL-MONTH TO AG-LAST-BILLED

           *> Charged by a run that stopped before it could save
           MOVE SPACES TO WS-AX-HIST-KEY
           STRING WS-AXA-TYPE(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-AXA-SLOT(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  INTO WS-AX-HIST-KEY
           END-STRING
           MOVE "N" TO WS-AXH-FOUND
           PERFORM VARYING WS-AXH-IDX FROM 1 BY 1
                   UNTIL WS-AXH-IDX > WS-AXH-COUNT
                      OR WS-AXH-FOUND = "Y"
               IF WS-AXH-TENANT(WS-AXH-IDX) = AG-TENANT-ID AND
                  WS-AXH-KEY(WS-AXH-IDX) = WS-AX-HIST-KEY
                   MOVE "Y" TO WS-AXH-FOUND
               END-IF
           END-PERFORM
           IF WS-AXH-FOUND = "Y"
               ADD 1 TO WS-AX-RESUME-COUNT
               EXIT PARAGRAPH
           END-IF

           *> Ended before it began (let ahead, then checked out)
           IF WS-AX-LAST-DAY < WS-AX-FIRST-DAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AX-DAYS = WS-AX-LAST-DAY - WS-AX-FIRST-DAY + 1
           COMPUTE WS-AX-CHARGE ROUNDED =
                   AG-FEE * WS-AX-DAYS / WS-AX-DIM
           IF WS-AX-CHARGE <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AX-LOOK-DORM TO WS-AX-POST-DORM
           MOVE WS-AXA-TYPE(WS-AXA-FIND-IDX) TO WS-AX-POST-CODE
           MOVE WS-AX-CHARGE TO WS-AX-POST-AMT
           MOVE WS-BILL-DATE TO WS-AX-POST-DATE
           MOVE WS-BILL-DUE-DATE TO WS-AX-POST-DUE
           MOVE AG-TENANT-ID TO WS-AX-POST-TENANT
           MOVE SPACES TO WS-AX-POST-NOTES
           IF WS-AX-DAYS = WS-AX-DIM
               STRING WS-AXA-TYPE(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-AXA-SLOT(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-BILL-MONTH DELIMITED BY SIZE
                      INTO WS-AX-POST-NOTES
               END-STRING
           ELSE
               STRING WS-AXA-TYPE(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-AXA-SLOT(WS-AXA-FIND-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-BILL-MONTH DELIMITED BY SIZE
                      " PRORATED (" DELIMITED BY SIZE
                      WS-AX-DAYS DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-AX-DIM DELIMITED BY SIZE
                      " DAYS)" DELIMITED BY SIZE
                      INTO WS-AX-POST-NOTES
               END-STRING
           END-IF
           PERFORM ANC-POST-CHARGE
           ADD 1 TO WS-AX-BILL-COUNT
           ADD WS-AX-CHARGE TO WS-AX-BILL-TOTAL
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - AVAILABILITY AND UTILIZATION REPORT
      *============================
      *Every slot by building with who holds it today, then free
      *and occupied counts, utilization and the monthly fees of the
      *let slots, per building and by type for the whole property.
       ANC-UTILIZATION-REPORT.
           PERFORM ANC-LOAD-ASSETS
           PERFORM ENSURE-BUILDING-FILE
           PERFORM LOAD-BUILDING-TABLE

           MOVE "ANCUTIL" TO WS-RC-REPORT
           MOVE "ancillary_util" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-AX-REPORT-NAME
           OPEN OUTPUT ANCILLARY-REPORT-FILE

           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           STRING "PARKING, LOCKER AND STORAGE UTILIZATION AS OF "
                  DELIMITED BY SIZE
                  WS-AX-TODAY DELIMITED BY SIZE
                  INTO ANCILLARY-REPORT-RECORD
           END-STRING
           PERFORM ANC-WRITE-LINE

           MOVE 0 TO WS-AX-TOT-OCCUPIED
           MOVE 0 TO WS-AX-TOT-FREE
           MOVE 0 TO WS-AX-TOT-RETIRED
           MOVE 0 TO WS-AX-TOT-FEES
           PERFORM VARYING WS-BLDG-IDX FROM 1 BY 1
                   UNTIL WS-BLDG-IDX > WS-BLDG-COUNT
               PERFORM ANC-REPORT-BUILDING
           END-PERFORM

           MOVE ALL "=" TO ANCILLARY-REPORT-RECORD(1:80)
           PERFORM ANC-WRITE-LINE
           MOVE WS-AX-TOT-OCCUPIED TO WS-AX-OCCUPIED
           MOVE WS-AX-TOT-FREE TO WS-AX-FREE
           MOVE WS-AX-TOT-RETIRED TO WS-AX-RETIRED
           MOVE WS-AX-TOT-FEES TO WS-AX-FEES
           COMPUTE WS-AX-SLOTS = WS-AX-OCCUPIED + WS-AX-FREE
                                 + WS-AX-RETIRED
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           MOVE "ALL BUILDINGS" TO ANCILLARY-REPORT-RECORD
           PERFORM ANC-WRITE-LINE
           PERFORM ANC-WRITE-TOTALS

           *> Property-wide picture for each kind of slot
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           PERFORM ANC-WRITE-LINE
           MOVE "BY TYPE        SLOTS OCCUPIED FREE RETIRED  UTIL%"
               TO ANCILLARY-REPORT-RECORD
           PERFORM ANC-WRITE-LINE
           PERFORM VARYING WS-AX-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-AX-TYPE-IDX > 4
               PERFORM ANC-REPORT-TYPE
           END-PERFORM
           CLOSE ANCILLARY-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-AX-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - REPORT ONE BUILDING'S SLOTS
      *============================
       ANC-REPORT-BUILDING.
           MOVE 0 TO WS-AX-OCCUPIED
           MOVE 0 TO WS-AX-FREE
           MOVE 0 TO WS-AX-RETIRED
           MOVE 0 TO WS-AX-FEES
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           PERFORM ANC-WRITE-LINE
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           STRING "BUILDING " DELIMITED BY SIZE
                  WS-BLDG-CODE(WS-BLDG-IDX) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-BLDG-NAME(WS-BLDG-IDX) DELIMITED BY SIZE
                  INTO ANCILLARY-REPORT-RECORD
           END-STRING
           PERFORM ANC-WRITE-LINE
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           STRING "SLOT ID  TYPE       SLOT     FEE/MO  "
                  DELIMITED BY SIZE
                  "STATUS   TENANT     SINCE" DELIMITED BY SIZE
                  INTO ANCILLARY-REPORT-RECORD
           END-STRING
           PERFORM ANC-WRITE-LINE
           MOVE ALL "-" TO ANCILLARY-REPORT-RECORD(1:80)
           PERFORM ANC-WRITE-LINE

           PERFORM VARYING WS-AXA-IDX FROM 1 BY 1
                   UNTIL WS-AXA-IDX > WS-AXA-COUNT
               IF WS-AXA-BUILDING(WS-AXA-IDX) =
                  WS-BLDG-CODE(WS-BLDG-IDX)
                   PERFORM ANC-REPORT-SLOT
               END-IF
           END-PERFORM

           ADD WS-AX-OCCUPIED TO WS-AX-TOT-OCCUPIED
           ADD WS-AX-FREE TO WS-AX-TOT-FREE
           ADD WS-AX-RETIRED TO WS-AX-TOT-RETIRED
           ADD WS-AX-FEES TO WS-AX-TOT-FEES
           COMPUTE WS-AX-SLOTS = WS-AX-OCCUPIED + WS-AX-FREE
                                 + WS-AX-RETIRED
           MOVE ALL "-" TO ANCILLARY-REPORT-RECORD(1:80)
           PERFORM ANC-WRITE-LINE
           PERFORM ANC-WRITE-TOTALS
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - REPORT ONE SLOT
      *============================
       ANC-REPORT-SLOT.
           IF WS-AXA-STATUS(WS-AXA-IDX) NOT = "ACTIVE"
               MOVE "RETIRED" TO WS-AX-STATE
               ADD 1 TO WS-AX-RETIRED
           ELSE
               IF WS-AXA-TENANT(WS-AXA-IDX) NOT = SPACES
                   MOVE "OCCUPIED" TO WS-AX-STATE
                   ADD 1 TO WS-AX-OCCUPIED
                   ADD WS-AXA-FEE(WS-AXA-IDX) TO WS-AX-FEES
               ELSE
                   MOVE "FREE" TO WS-AX-STATE
                   ADD 1 TO WS-AX-FREE
               END-IF
           END-IF
           MOVE WS-AXA-FEE(WS-AXA-IDX) TO WS-AX-FEE-EDIT
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           STRING WS-AXA-ID(WS-AXA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AXA-TYPE(WS-AXA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AXA-SLOT(WS-AXA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AX-FEE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AX-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AXA-TENANT(WS-AXA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AXA-SINCE(WS-AXA-IDX) DELIMITED BY SIZE
                  INTO ANCILLARY-REPORT-RECORD
           END-STRING
           PERFORM ANC-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - WRITE A TOTALS BLOCK
      *============================
      *Utilization is let slots over slots that can be let; retired
      *slots are shown but left out of it.
       ANC-WRITE-TOTALS.
           IF WS-AX-OCCUPIED + WS-AX-FREE > 0
               COMPUTE WS-AX-PCT ROUNDED = WS-AX-OCCUPIED * 100
                       / (WS-AX-OCCUPIED + WS-AX-FREE)
           ELSE
               MOVE 0 TO WS-AX-PCT
           END-IF
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           STRING "  SLOTS: " DELIMITED BY SIZE
                  WS-AX-SLOTS DELIMITED BY SIZE
                  "  OCCUPIED: " DELIMITED BY SIZE
                  WS-AX-OCCUPIED DELIMITED BY SIZE
                  "  FREE: " DELIMITED BY SIZE
                  WS-AX-FREE DELIMITED BY SIZE
                  "  RETIRED: " DELIMITED BY SIZE
                  WS-AX-RETIRED DELIMITED BY SIZE
                  INTO ANCILLARY-REPORT-RECORD
           END-STRING
           PERFORM ANC-WRITE-LINE
           MOVE WS-AX-FEES TO WS-AX-FEES-EDIT
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           STRING "  UTILIZATION: " DELIMITED BY SIZE
                  WS-AX-PCT DELIMITED BY SIZE
                  "%  MONTHLY FEES OF LET SLOTS: " DELIMITED BY SIZE
                  WS-AX-FEES-EDIT DELIMITED BY SIZE
                  INTO ANCILLARY-REPORT-RECORD
           END-STRING
           PERFORM ANC-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - REPORT ONE SLOT TYPE
      *============================
       ANC-REPORT-TYPE.
           MOVE 0 TO WS-AX-OCCUPIED
           MOVE 0 TO WS-AX-FREE
           MOVE 0 TO WS-AX-RETIRED
           PERFORM VARYING WS-AXA-IDX FROM 1 BY 1
                   UNTIL WS-AXA-IDX > WS-AXA-COUNT
               IF WS-AXA-TYPE(WS-AXA-IDX) =
                  WS-AX-TYPE-NAME(WS-AX-TYPE-IDX)
                   IF WS-AXA-STATUS(WS-AXA-IDX) NOT = "ACTIVE"
                       ADD 1 TO WS-AX-RETIRED
                   ELSE
                       IF WS-AXA-TENANT(WS-AXA-IDX) NOT = SPACES
                           ADD 1 TO WS-AX-OCCUPIED
                       ELSE
                           ADD 1 TO WS-AX-FREE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-AX-SLOTS = WS-AX-OCCUPIED + WS-AX-FREE
                                 + WS-AX-RETIRED
           IF WS-AX-OCCUPIED + WS-AX-FREE > 0
               COMPUTE WS-AX-PCT ROUNDED = WS-AX-OCCUPIED * 100
                       / (WS-AX-OCCUPIED + WS-AX-FREE)
           ELSE
               MOVE 0 TO WS-AX-PCT
           END-IF
           MOVE SPACES TO ANCILLARY-REPORT-RECORD
           STRING WS-AX-TYPE-NAME(WS-AX-TYPE-IDX) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-AX-SLOTS DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-AX-OCCUPIED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AX-FREE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-AX-RETIRED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-AX-PCT DELIMITED BY SIZE
                  INTO ANCILLARY-REPORT-RECORD
           END-STRING
           PERFORM ANC-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANCILLARY - WRITE AND SHOW ONE REPORT LINE
      *============================
       ANC-WRITE-LINE.
           WRITE ANCILLARY-REPORT-RECORD
           DISPLAY ANCILLARY-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE ANCILLARY ASSET RECORD
      *============================
       SAVE-ANCILLARY-ASSET-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del ancasset.dat"
               CALL "SYSTEM" USING "rename tempaa.dat ancasset.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempaa.dat ancasset.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE ANCILLARY ASSIGNMENT RECORD
      *============================
       SAVE-ANCILLARY-ASSIGN-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del ancassign.dat"
               CALL "SYSTEM" USING
                   "rename tempag.dat ancassign.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempag.dat ancassign.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RENT PROMOTIONS AND DISCOUNTS MENU
      *============================
       DISCOUNT-MENU.
           PERFORM UNTIL UTIL-DC-CHOICE = 8
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  RENT PROMOTIONS / DISCOUNTS"
           DISPLAY "=============================="
           DISPLAY "1 - LIST DISCOUNT CODES"
           DISPLAY "2 - ADD A DISCOUNT CODE"
           DISPLAY "3 - CHANGE END DATE / DEACTIVATE A CODE"
           DISPLAY "4 - ATTACH A DISCOUNT TO A TENANT OR LEASE"
           DISPLAY "5 - END A TENANT'S DISCOUNT"
           DISPLAY "6 - LIST A TENANT'S DISCOUNTS"
           DISPLAY "7 - MONTHLY DISCOUNTS GRANTED REPORT"
           DISPLAY "8 - BACK"

           DISPLAY "ENTER CHOICE (1 - 8): "
           ACCEPT UTIL-DC-CHOICE

           EVALUATE UTIL-DC-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM DC-LIST-CODES
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM DC-ADD-CODE
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM DC-MAINTAIN-CODE
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM DC-ATTACH-DISCOUNT
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM DC-END-GRANT
               WHEN 6
                   PERFORM CLEAR-SCREEN
                   PERFORM DC-LIST-TENANT
               WHEN 7
                   PERFORM CLEAR-SCREEN
                   PERFORM DC-MONTHLY-REPORT
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - TODAY AS YYYY-MM-DD
      *============================
       DC-TODAY-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DC-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DC-TODAY
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - LOAD THE DISCOUNT MASTER
      *============================
       DC-LOAD-MASTER.
           MOVE 0 TO WS-DCM-COUNT
           OPEN INPUT DISCOUNT-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DC-EOF
           PERFORM UNTIL WS-DC-EOF = "Y"
               READ DISCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-DC-EOF
                   NOT AT END
                       IF WS-DCM-COUNT < 100
                           ADD 1 TO WS-DCM-COUNT
                           MOVE DC-CODE TO WS-DCM-CODE(WS-DCM-COUNT)
                           MOVE DC-DESCRIPTION
                               TO WS-DCM-DESC(WS-DCM-COUNT)
                           MOVE DC-KIND TO WS-DCM-KIND(WS-DCM-COUNT)
                           MOVE DC-PERCENT
                               TO WS-DCM-PERCENT(WS-DCM-COUNT)
                           MOVE DC-AMOUNT
                               TO WS-DCM-AMOUNT(WS-DCM-COUNT)
                           MOVE DC-RULE TO WS-DCM-RULE(WS-DCM-COUNT)
                           MOVE DC-TENURE-MONTHS
                               TO WS-DCM-TENURE(WS-DCM-COUNT)
                           MOVE DC-VALID-FROM
                               TO WS-DCM-FROM(WS-DCM-COUNT)
                           MOVE DC-VALID-TO TO WS-DCM-TO(WS-DCM-COUNT)
                           MOVE DC-MAX-MONTHS
                               TO WS-DCM-MAX(WS-DCM-COUNT)
                           MOVE DC-STATUS
                               TO WS-DCM-STATUS(WS-DCM-COUNT)
                           MOVE 0 TO WS-DCM-RPT-COUNT(WS-DCM-COUNT)
                           MOVE 0 TO WS-DCM-RPT-AMT(WS-DCM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - FIND A CODE IN THE LOADED MASTER
      *============================
      *WS-DC-LOOK-CODE in; WS-DCM-FIND-IDX out (0 = not on file).
       DC-FIND-CODE.
           MOVE 0 TO WS-DCM-FIND-IDX
           PERFORM VARYING WS-DCM-IDX FROM 1 BY 1
                   UNTIL WS-DCM-IDX > WS-DCM-COUNT
                      OR WS-DCM-FIND-IDX > 0
               IF WS-DCM-CODE(WS-DCM-IDX) = WS-DC-LOOK-CODE
                   MOVE WS-DCM-IDX TO WS-DCM-FIND-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - SHOW ONE CODE
      *============================
       DC-SHOW-CODE.
           IF WS-DCM-KIND(WS-DCM-IDX) = "P"
               MOVE WS-DCM-PERCENT(WS-DCM-IDX) TO WS-DC-PCT-EDIT
               DISPLAY WS-DCM-CODE(WS-DCM-IDX) " | "
                       WS-DCM-DESC(WS-DCM-IDX) " | "
                       FUNCTION TRIM(WS-DC-PCT-EDIT) "% OFF | "
                       WS-DCM-STATUS(WS-DCM-IDX)
           ELSE
               MOVE WS-DCM-AMOUNT(WS-DCM-IDX) TO WS-DC-AMT-EDIT
               DISPLAY WS-DCM-CODE(WS-DCM-IDX) " | "
                       WS-DCM-DESC(WS-DCM-IDX) " | "
                       FUNCTION TRIM(WS-DC-AMT-EDIT) " OFF | "
                       WS-DCM-STATUS(WS-DCM-IDX)
           END-IF
           IF WS-DCM-TO(WS-DCM-IDX) = SPACES
               DISPLAY "   RULE " WS-DCM-RULE(WS-DCM-IDX)
                       " | VALID FROM " WS-DCM-FROM(WS-DCM-IDX)
                       " (NO END) | MAX MONTHS "
                       WS-DCM-MAX(WS-DCM-IDX)
           ELSE
               DISPLAY "   RULE " WS-DCM-RULE(WS-DCM-IDX)
                       " | VALID " WS-DCM-FROM(WS-DCM-IDX)
                       " TO " WS-DCM-TO(WS-DCM-IDX)
                       " | MAX MONTHS " WS-DCM-MAX(WS-DCM-IDX)
           END-IF
           IF WS-DCM-RULE(WS-DCM-IDX) = "LOYALTY"
               DISPLAY "   AFTER " WS-DCM-TENURE(WS-DCM-IDX)
                       " MONTHS OF TENANCY"
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - LIST DISCOUNT CODES
      *============================
       DC-LIST-CODES.
           DISPLAY "=============================="
           DISPLAY "       DISCOUNT CODES"
           DISPLAY "=============================="
           DISPLAY "MAX MONTHS 00 = NO LIMIT"
           PERFORM DC-LOAD-MASTER
           IF WS-DCM-COUNT = 0
               DISPLAY "NO DISCOUNT CODES ON FILE."
           END-IF
           PERFORM VARYING WS-DCM-IDX FROM 1 BY 1
                   UNTIL WS-DCM-IDX > WS-DCM-COUNT
               PERFORM DC-SHOW-CODE
           END-PERFORM
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ADD A DISCOUNT CODE
      *============================
       DC-ADD-CODE.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "     ADD A DISCOUNT CODE"
           DISPLAY "=============================="
           PERFORM DC-LOAD-MASTER
           INITIALIZE WS-DC-NEW-REC
           MOVE "Y" TO WS-DC-FOUND
           PERFORM UNTIL WS-DC-FOUND = "N"
               DISPLAY "DISCOUNT CODE (e.g., NEWTEN50): "
               MOVE SPACES TO WS-DC-NEW-CODE
               ACCEPT WS-DC-NEW-CODE
               INSPECT WS-DC-NEW-CODE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-DC-NEW-CODE TO WS-DC-LOOK-CODE
               PERFORM DC-FIND-CODE
               MOVE "N" TO WS-DC-FOUND
               IF WS-DC-NEW-CODE = SPACES
                   MOVE "Y" TO WS-DC-FOUND
                   DISPLAY "CODE CANNOT BE BLANK."
               END-IF
               IF WS-DCM-FIND-IDX > 0
                   MOVE "Y" TO WS-DC-FOUND
                   DISPLAY "CODE " FUNCTION TRIM(WS-DC-NEW-CODE)
                           " IS ALREADY ON FILE."
               END-IF
           END-PERFORM

           DISPLAY "DESCRIPTION: "
           MOVE SPACES TO WS-DC-NEW-DESC
           ACCEPT WS-DC-NEW-DESC
           INSPECT WS-DC-NEW-DESC
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "1 - PERCENT OFF  2 - FIXED AMOUNT OFF: "
           MOVE 0 TO WS-DC-CHOICE
           ACCEPT WS-DC-CHOICE
           PERFORM UNTIL WS-DC-CHOICE = 1 OR WS-DC-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-DC-CHOICE
           END-PERFORM
           IF WS-DC-CHOICE = 1
               MOVE "P" TO WS-DC-NEW-KIND
               DISPLAY "PERCENT OFF THE TENANT'S RENT (1 - 100): "
               MOVE 0 TO WS-DC-NEW-PERCENT
               ACCEPT WS-DC-NEW-PERCENT
               PERFORM UNTIL WS-DC-NEW-PERCENT >= 1 AND
                             WS-DC-NEW-PERCENT <= 100
                   DISPLAY "ENTER 1 - 100: "
                   ACCEPT WS-DC-NEW-PERCENT
               END-PERFORM
           ELSE
               MOVE "F" TO WS-DC-NEW-KIND
               DISPLAY "AMOUNT OFF PER MONTH: "
               MOVE 0 TO WS-DC-NEW-AMOUNT
               ACCEPT WS-DC-NEW-AMOUNT
               PERFORM UNTIL WS-DC-NEW-AMOUNT > 0
                   DISPLAY "AMOUNT MUST BE GREATER THAN ZERO: "
                   ACCEPT WS-DC-NEW-AMOUNT
               END-PERFORM
           END-IF

           DISPLAY "WHO QUALIFIES:"
           DISPLAY "1 - ANY TENANT IT IS ATTACHED TO"
           DISPLAY "2 - NEW TENANTS (ATTACH WITHIN 31 DAYS OF "
                   "MOVE-IN)"
           DISPLAY "3 - SIBLING OF A CURRENT TENANT"
           DISPLAY "4 - EARLY PAYMENT (RENT PAID UP BEFORE BILLING)"
           DISPLAY "5 - LOYALTY (AFTER A NUMBER OF MONTHS)"
           MOVE 0 TO WS-DC-CHOICE
           ACCEPT WS-DC-CHOICE
           PERFORM UNTIL WS-DC-CHOICE >= 1 AND WS-DC-CHOICE <= 5
               DISPLAY "INVALID CHOICE. ENTER 1 - 5: "
               ACCEPT WS-DC-CHOICE
           END-PERFORM
           EVALUATE WS-DC-CHOICE
               WHEN 1
                   MOVE "ANY" TO WS-DC-NEW-RULE
               WHEN 2
                   MOVE "NEW-TENANT" TO WS-DC-NEW-RULE
               WHEN 3
                   MOVE "SIBLING" TO WS-DC-NEW-RULE
               WHEN 4
                   MOVE "EARLY-PAY" TO WS-DC-NEW-RULE
               WHEN 5
                   MOVE "LOYALTY" TO WS-DC-NEW-RULE
                   DISPLAY "MONTHS OF TENANCY BEFORE IT APPLIES "
                           "(e.g., 12): "
                   MOVE 0 TO WS-DC-NEW-TENURE
                   ACCEPT WS-DC-NEW-TENURE
                   PERFORM UNTIL WS-DC-NEW-TENURE > 0
                       DISPLAY "ENTER 1 - 99: "
                       ACCEPT WS-DC-NEW-TENURE
                   END-PERFORM
           END-EVALUATE

           DISPLAY "VALID FROM (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-DC-NEW-FROM
               ACCEPT WS-DC-NEW-FROM
               MOVE WS-DC-NEW-FROM TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "VALID TO (YYYY-MM-DD, BLANK = NO END): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-DC-NEW-TO
               ACCEPT WS-DC-NEW-TO
               IF WS-DC-NEW-TO = SPACES
                   MOVE "Y" TO WS-DATE-VALID-FLAG
               ELSE
                   MOVE WS-DC-NEW-TO TO WS-VALIDATE-DATE-IN
                   PERFORM VALIDATE-DATE-FORMAT
                   IF WS-DATE-VALID-FLAG = "N"
                       DISPLAY "INVALID DATE. USE FORMAT "
                               "YYYY-MM-DD: "
                   ELSE
                       IF WS-DC-NEW-TO < WS-DC-NEW-FROM
                           MOVE "N" TO WS-DATE-VALID-FLAG
                           DISPLAY "END DATE CANNOT BE BEFORE THE "
                                   "START DATE: "
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "MAXIMUM MONTHS PER TENANT (0 = NO LIMIT): "
           MOVE 0 TO WS-DC-NEW-MAX
           ACCEPT WS-DC-NEW-MAX

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "DISCOUNT CODE NOT ADDED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DISCOUNT-RECORD
           MOVE WS-DC-NEW-CODE TO DC-CODE
           MOVE WS-DC-NEW-DESC TO DC-DESCRIPTION
           MOVE WS-DC-NEW-KIND TO DC-KIND
           MOVE WS-DC-NEW-PERCENT TO DC-PERCENT
           MOVE WS-DC-NEW-AMOUNT TO DC-AMOUNT
           MOVE WS-DC-NEW-RULE TO DC-RULE
           MOVE WS-DC-NEW-TENURE TO DC-TENURE-MONTHS
           MOVE WS-DC-NEW-FROM TO DC-VALID-FROM
           MOVE WS-DC-NEW-TO TO DC-VALID-TO
           MOVE WS-DC-NEW-MAX TO DC-MAX-MONTHS
           MOVE "ACTIVE" TO DC-STATUS
           MOVE WS-OPERATOR-ID TO DC-CREATED-BY
           OPEN EXTEND DISCOUNT-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISCOUNT-FILE
           END-IF
           WRITE DISCOUNT-RECORD
           CLOSE DISCOUNT-FILE

           MOVE "DISCNT" TO WS-AJ-RECORD-TYPE
           MOVE WS-DC-NEW-CODE TO WS-AJ-KEY
           MOVE "CREATE" TO WS-AJ-ACTION
           MOVE "DISCOUNT CODE" TO WS-AJ-FIELD
           MOVE SPACES TO WS-AJ-OLD-VALUE
           MOVE WS-DC-NEW-DESC TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "DISCOUNT CODE " FUNCTION TRIM(WS-DC-NEW-CODE)
                   " ADDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - CHANGE END DATE OR DEACTIVATE A CODE
      *============================
      *Deactivating a code stops it for every tenant it is attached
      *to from the next billing run; the grants stay on file.
       DC-MAINTAIN-CODE.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "   MAINTAIN A DISCOUNT CODE"
           DISPLAY "=============================="
           PERFORM DC-LOAD-MASTER
           DISPLAY "DISCOUNT CODE: "
           MOVE SPACES TO WS-DC-LOOK-CODE
           ACCEPT WS-DC-LOOK-CODE
           INSPECT WS-DC-LOOK-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM DC-FIND-CODE
           IF WS-DCM-FIND-IDX = 0
               DISPLAY "CODE " FUNCTION TRIM(WS-DC-LOOK-CODE)
                       " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DCM-FIND-IDX TO WS-DCM-IDX
           PERFORM DC-SHOW-CODE

           MOVE WS-DCM-TO(WS-DCM-IDX) TO WS-DC-DATE-IN
           MOVE WS-DCM-STATUS(WS-DCM-IDX) TO WS-DC-NEW-STATUS
           DISPLAY "1 - CHANGE VALID-TO DATE  2 - DEACTIVATE  "
                   "3 - REACTIVATE  4 - CANCEL: "
           MOVE 0 TO WS-DC-CHOICE
           ACCEPT WS-DC-CHOICE
           EVALUATE WS-DC-CHOICE
               WHEN 1
                   DISPLAY "NEW VALID-TO DATE (YYYY-MM-DD, BLANK = "
                           "NO END): "
                   MOVE "N" TO WS-DATE-VALID-FLAG
                   PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
                       MOVE SPACES TO WS-DC-DATE-IN
                       ACCEPT WS-DC-DATE-IN
                       IF WS-DC-DATE-IN = SPACES
                           MOVE "Y" TO WS-DATE-VALID-FLAG
                       ELSE
                           MOVE WS-DC-DATE-IN TO WS-VALIDATE-DATE-IN
                           PERFORM VALIDATE-DATE-FORMAT
                           IF WS-DATE-VALID-FLAG = "Y" AND
                              WS-DC-DATE-IN < WS-DCM-FROM(WS-DCM-IDX)
                               MOVE "N" TO WS-DATE-VALID-FLAG
                           END-IF
                           IF WS-DATE-VALID-FLAG = "N"
                               DISPLAY "ENTER A YYYY-MM-DD DATE NOT "
                                       "BEFORE THE VALID-FROM DATE: "
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN 2
                   MOVE "INACTIVE" TO WS-DC-NEW-STATUS
               WHEN 3
                   MOVE "ACTIVE" TO WS-DC-NEW-STATUS
               WHEN OTHER
                   DISPLAY "NO CHANGE MADE."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "NO CHANGE MADE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DISCOUNT-FILE
           OPEN OUTPUT TEMP-DISCOUNT-FILE
           MOVE "N" TO WS-DC-EOF
           PERFORM UNTIL WS-DC-EOF = "Y"
               READ DISCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-DC-EOF
                   NOT AT END
                       IF DC-CODE = WS-DC-LOOK-CODE
                           MOVE WS-DC-DATE-IN TO DC-VALID-TO
                           MOVE WS-DC-NEW-STATUS TO DC-STATUS
                       END-IF
                       WRITE TEMP-DISCOUNT-RECORD FROM DISCOUNT-RECORD
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-FILE
           CLOSE TEMP-DISCOUNT-FILE
           PERFORM SAVE-DISCOUNT-RECORD

           MOVE "DISCNT" TO WS-AJ-RECORD-TYPE
           MOVE WS-DC-LOOK-CODE TO WS-AJ-KEY
           IF WS-DC-CHOICE = 1
               MOVE "EDIT" TO WS-AJ-ACTION
               MOVE "VALID TO" TO WS-AJ-FIELD
               MOVE WS-DCM-TO(WS-DCM-IDX) TO WS-AJ-OLD-VALUE
               MOVE WS-DC-DATE-IN TO WS-AJ-NEW-VALUE
           ELSE
               MOVE "STATUS" TO WS-AJ-ACTION
               MOVE "STATUS" TO WS-AJ-FIELD
               MOVE WS-DCM-STATUS(WS-DCM-IDX) TO WS-AJ-OLD-VALUE
               MOVE WS-DC-NEW-STATUS TO WS-AJ-NEW-VALUE
           END-IF
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "DISCOUNT CODE " FUNCTION TRIM(WS-DC-LOOK-CODE)
                   " UPDATED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - FIND A TENANT AND THEIR ROOM
      *============================
      *WS-DC-LOOK-TENANT in; WS-DC-FOUND and WS-DC-LOOK-DORM out.
       DC-FIND-TENANT.
           MOVE "N" TO WS-DC-FOUND
           MOVE SPACES TO WS-DC-LOOK-DORM
           OPEN INPUT TENANT-FILE
           MOVE WS-DC-LOOK-TENANT TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DC-FOUND
                   MOVE SI-ASSIGNED-D-ID TO WS-DC-LOOK-DORM
           END-READ
           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - A TENANT'S TENANCY START DATE
      *============================
      *WS-DC-LOOK-TENANT in; WS-DC-TEN-START out (spaces when the
      *occupancy log has no check-in for them).
       DC-FIND-TENANCY-START.
           MOVE SPACES TO WS-DC-TEN-START
           MOVE SPACES TO WS-DC-TEN-OUT
           OPEN INPUT OCCUPANCY-LOG-FILE
           IF WS-OCC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DC-EOF
           PERFORM UNTIL WS-DC-EOF = "Y"
               READ OCCUPANCY-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-DC-EOF
                   NOT AT END
                       IF OL-TENANT-ID = WS-DC-LOOK-TENANT
                           PERFORM DC-NOTE-OCCUPANCY-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OCCUPANCY-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ONE OCCUPANCY EVENT FOR A TENANT
      *============================
      *One occupancy event into WS-DC-TEN-START / WS-DC-TEN-OUT
       DC-NOTE-OCCUPANCY-EVENT.
           IF OL-EVENT = "CHECKOUT"
               MOVE OL-DATE TO WS-DC-TEN-OUT
           END-IF
           IF OL-EVENT = "CHECKIN"
               IF WS-DC-TEN-START = SPACES OR
                  (WS-DC-TEN-OUT NOT = SPACES AND
                   OL-DATE NOT = WS-DC-TEN-OUT)
                   MOVE OL-DATE TO WS-DC-TEN-START
               END-IF
               MOVE SPACES TO WS-DC-TEN-OUT
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ATTACH A DISCOUNT TO A TENANT OR LEASE
      *============================
       DC-ATTACH-DISCOUNT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "  ATTACH A DISCOUNT TO A TENANT"
           DISPLAY "=============================="
           PERFORM DC-TODAY-DATE
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-DC-LOOK-TENANT
           ACCEPT WS-DC-LOOK-TENANT
           INSPECT WS-DC-LOOK-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM DC-FIND-TENANT
           IF WS-DC-FOUND = "N"
               DISPLAY "TENANT " WS-DC-LOOK-TENANT " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM DC-LOAD-MASTER
           DISPLAY "ACTIVE DISCOUNT CODES:"
           PERFORM VARYING WS-DCM-IDX FROM 1 BY 1
                   UNTIL WS-DCM-IDX > WS-DCM-COUNT
               IF WS-DCM-STATUS(WS-DCM-IDX) = "ACTIVE"
                   PERFORM DC-SHOW-CODE
               END-IF
           END-PERFORM
           DISPLAY "DISCOUNT CODE: "
           MOVE SPACES TO WS-DC-LOOK-CODE
           ACCEPT WS-DC-LOOK-CODE
           INSPECT WS-DC-LOOK-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM DC-FIND-CODE
           IF WS-DCM-FIND-IDX = 0
               DISPLAY "CODE " FUNCTION TRIM(WS-DC-LOOK-CODE)
                       " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DCM-FIND-IDX TO WS-DCM-IDX
           IF WS-DCM-STATUS(WS-DCM-IDX) NOT = "ACTIVE" OR
              (WS-DCM-TO(WS-DCM-IDX) NOT = SPACES AND
               WS-DCM-TO(WS-DCM-IDX) < WS-DC-TODAY)
               DISPLAY "CODE " FUNCTION TRIM(WS-DC-LOOK-CODE)
                       " IS NO LONGER OFFERED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Only one running grant of a code per tenant
           MOVE "N" TO WS-DC-FOUND
           OPEN INPUT DISCOUNT-GRANT-FILE
           IF WS-DG-FILE-STATUS = "00"
               MOVE "N" TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF = "Y"
                   READ DISCOUNT-GRANT-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF
                       NOT AT END
                           IF DG-TENANT-ID = WS-DC-LOOK-TENANT AND
                              DG-CODE = WS-DC-LOOK-CODE AND
                              DG-STATUS = "ACTIVE"
                               MOVE "Y" TO WS-DC-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCOUNT-GRANT-FILE
           END-IF
           IF WS-DC-FOUND = "Y"
               DISPLAY "TENANT " FUNCTION TRIM(WS-DC-LOOK-TENANT)
                       " ALREADY HAS " FUNCTION TRIM(WS-DC-LOOK-CODE)
                       "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> Eligibility checks that can be settled now; the
           *> billing run settles EARLY-PAY and LOYALTY each month
           MOVE SPACES TO WS-DC-SIBLING
           EVALUATE WS-DCM-RULE(WS-DCM-IDX)
               WHEN "NEW-TENANT"
                   PERFORM DC-FIND-TENANCY-START
                   IF WS-DC-TEN-START NOT = SPACES
                       MOVE WS-DC-TEN-START(1:4)
                           TO WS-DC-START-NUM(1:4)
                       MOVE WS-DC-TEN-START(6:2)
                           TO WS-DC-START-NUM(5:2)
                       MOVE WS-DC-TEN-START(9:2)
                           TO WS-DC-START-NUM(7:2)
                       MOVE WS-CURRENT-DATE(1:8) TO WS-DC-TODAY-NUM
                       COMPUTE WS-DC-DAYS-IN =
                           FUNCTION INTEGER-OF-DATE(WS-DC-TODAY-NUM)
                         - FUNCTION INTEGER-OF-DATE(WS-DC-START-NUM)
                       IF WS-DC-DAYS-IN > 31
                           DISPLAY "TENANT MOVED IN ON "
                                   WS-DC-TEN-START
                                   " AND IS NOT A NEW TENANT."
                           PERFORM EXIT-PROMT
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN "SIBLING"
                   DISPLAY "SIBLING'S TENANT ID: "
                   ACCEPT WS-DC-SIBLING
                   INSPECT WS-DC-SIBLING
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE WS-DC-LOOK-TENANT TO WS-DC-SAVE-TENANT
                   MOVE WS-DC-SIBLING TO WS-DC-LOOK-TENANT
                   PERFORM DC-FIND-TENANT
                   MOVE WS-DC-SAVE-TENANT TO WS-DC-LOOK-TENANT
                   IF WS-DC-FOUND = "N" OR
                      WS-DC-SIBLING = WS-DC-LOOK-TENANT
                       DISPLAY "SIBLING MUST BE ANOTHER CURRENT "
                               "TENANT."
                       PERFORM EXIT-PROMT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM DC-FIND-TENANT
               WHEN "LOYALTY"
                   PERFORM DC-FIND-TENANCY-START
                   IF WS-DC-TEN-START NOT = SPACES
                       DISPLAY "TENANCY STARTED " WS-DC-TEN-START
                               ". THE DISCOUNT APPLIES AFTER "
                               WS-DCM-TENURE(WS-DCM-IDX) " MONTHS."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY "ATTACH TO: 1 - THE TENANT  "
                   "2 - THE TENANT'S CURRENT LEASE: "
           MOVE 0 TO WS-DC-CHOICE
           ACCEPT WS-DC-CHOICE
           PERFORM UNTIL WS-DC-CHOICE = 1 OR WS-DC-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-DC-CHOICE
           END-PERFORM
           MOVE SPACES TO WS-DC-LEASE-START
           IF WS-DC-CHOICE = 2
               OPEN INPUT LEASE-FILE
               IF WS-LEASE-FILE-STATUS = "00"
                   MOVE "N" TO WS-DC-EOF
                   PERFORM UNTIL WS-DC-EOF = "Y"
                       READ LEASE-FILE
                           AT END
                               MOVE "Y" TO WS-DC-EOF
                           NOT AT END
                               IF LE-TENANT-ID = WS-DC-LOOK-TENANT
                                  AND LE-RENEWAL-STATUS = "ACTIVE"
                                   MOVE LE-START-DATE
                                       TO WS-DC-LEASE-START
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEASE-FILE
               END-IF
               IF WS-DC-LEASE-START = SPACES
                   DISPLAY "TENANT HAS NO ACTIVE LEASE."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "LEASE STARTING " WS-DC-LEASE-START
           END-IF

           DISPLAY "ATTACH " FUNCTION TRIM(WS-DC-LOOK-CODE)
                   " TO TENANT " FUNCTION TRIM(WS-DC-LOOK-TENANT)
                   " (Y/N): "
           ACCEPT WS-DC-CONFIRM
           INSPECT WS-DC-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-DC-CONFIRM NOT = "Y"
               DISPLAY "DISCOUNT NOT ATTACHED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "DISCOUNT NOT ATTACHED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DISCOUNT-GRANT-RECORD
           MOVE WS-DC-LOOK-TENANT TO DG-TENANT-ID
           MOVE WS-DC-LOOK-CODE TO DG-CODE
           MOVE WS-DC-LEASE-START TO DG-LEASE-START
           MOVE WS-DC-SIBLING TO DG-SIBLING-ID
           MOVE WS-DC-TODAY TO DG-GRANT-DATE
           MOVE 0 TO DG-MONTHS-USED
           MOVE SPACES TO DG-LAST-MONTH
           MOVE "ACTIVE" TO DG-STATUS
           MOVE WS-OPERATOR-ID TO DG-GRANTED-BY
           MOVE SPACES TO DG-ENDED-DATE
           OPEN EXTEND DISCOUNT-GRANT-FILE
           IF WS-DG-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISCOUNT-GRANT-FILE
           END-IF
           WRITE DISCOUNT-GRANT-RECORD
           CLOSE DISCOUNT-GRANT-FILE

           MOVE "TENANT" TO WS-AJ-RECORD-TYPE
           MOVE WS-DC-LOOK-TENANT TO WS-AJ-KEY
           MOVE "CREATE" TO WS-AJ-ACTION
           MOVE "DISCOUNT" TO WS-AJ-FIELD
           MOVE SPACES TO WS-AJ-OLD-VALUE
           MOVE WS-DC-LOOK-CODE TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "DISCOUNT " FUNCTION TRIM(WS-DC-LOOK-CODE)
                   " ATTACHED. IT APPLIES FROM THE NEXT BILLING RUN."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - END A TENANT'S DISCOUNT
      *============================
       DC-END-GRANT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=============================="
           DISPLAY "   END A TENANT'S DISCOUNT"
           DISPLAY "=============================="
           PERFORM DC-TODAY-DATE
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-DC-LOOK-TENANT
           ACCEPT WS-DC-LOOK-TENANT
           INSPECT WS-DC-LOOK-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "DISCOUNT CODE: "
           MOVE SPACES TO WS-DC-LOOK-CODE
           ACCEPT WS-DC-LOOK-CODE
           INSPECT WS-DC-LOOK-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               DISPLAY "NO CHANGE MADE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DC-FOUND
           OPEN INPUT DISCOUNT-GRANT-FILE
           IF WS-DG-FILE-STATUS = "00"
               OPEN OUTPUT TEMP-DISCOUNT-GRANT-FILE
               MOVE "N" TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF = "Y"
                   READ DISCOUNT-GRANT-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF
                       NOT AT END
                           IF DG-TENANT-ID = WS-DC-LOOK-TENANT AND
                              DG-CODE = WS-DC-LOOK-CODE AND
                              DG-STATUS = "ACTIVE"
                               MOVE "ENDED" TO DG-STATUS
                               MOVE WS-DC-TODAY TO DG-ENDED-DATE
                               MOVE "Y" TO WS-DC-FOUND
                           END-IF
                           WRITE TEMP-DISCOUNT-GRANT-RECORD
                               FROM DISCOUNT-GRANT-RECORD
                   END-READ
               END-PERFORM
               CLOSE DISCOUNT-GRANT-FILE
               CLOSE TEMP-DISCOUNT-GRANT-FILE
               PERFORM SAVE-DISCOUNT-GRANT-RECORD
           END-IF

           IF WS-DC-FOUND = "N"
               PERFORM RELEASE-UPDATE-LOCK
               DISPLAY "NO RUNNING " FUNCTION TRIM(WS-DC-LOOK-CODE)
                       " DISCOUNT FOR TENANT "
                       FUNCTION TRIM(WS-DC-LOOK-TENANT) "."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "TENANT" TO WS-AJ-RECORD-TYPE
           MOVE WS-DC-LOOK-TENANT TO WS-AJ-KEY
           MOVE "DELETE" TO WS-AJ-ACTION
           MOVE "DISCOUNT" TO WS-AJ-FIELD
           MOVE WS-DC-LOOK-CODE TO WS-AJ-OLD-VALUE
           MOVE SPACES TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "DISCOUNT ENDED."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - LIST A TENANT'S DISCOUNTS
      *============================
       DC-LIST-TENANT.
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-DC-LOOK-TENANT
           ACCEPT WS-DC-LOOK-TENANT
           INSPECT WS-DC-LOOK-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY " "
           DISPLAY "DISCOUNTS FOR TENANT "
                   FUNCTION TRIM(WS-DC-LOOK-TENANT) ":"
           DISPLAY "----------------------------------------"
           MOVE "N" TO WS-DC-FOUND
           OPEN INPUT DISCOUNT-GRANT-FILE
           IF WS-DG-FILE-STATUS = "00"
               MOVE "N" TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF = "Y"
                   READ DISCOUNT-GRANT-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF
                       NOT AT END
                           IF DG-TENANT-ID = WS-DC-LOOK-TENANT
                               MOVE "Y" TO WS-DC-FOUND
                               DISPLAY DG-CODE " | " DG-STATUS
                                       " | GRANTED " DG-GRANT-DATE
                                       " BY " DG-GRANTED-BY
                               DISPLAY "   MONTHS APPLIED "
                                       DG-MONTHS-USED
                                       " | LAST " DG-LAST-MONTH
                                       " | LEASE " DG-LEASE-START
                                       " | ENDED " DG-ENDED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCOUNT-GRANT-FILE
           END-IF
           IF WS-DC-FOUND = "N"
               DISPLAY "NONE ON FILE."
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - LOAD OPEN GRANTS FOR THE BILLING RUN
      *============================
      *Called once under the billing run's lock. Each running grant
      *is tied to the tenant's current room; a grant whose tenant
      *has left, whose lease has ended or whose sibling has left is
      *loaded with no room and so never matches a billed room.
       DC-BILLING-LOAD.
           MOVE 0 TO WS-DC-BILL-COUNT
           MOVE 0 TO WS-DC-BILL-TOTAL
           MOVE 0 TO WS-DC-RESUME-COUNT
           MOVE 0 TO WS-DGT-COUNT
           PERFORM DC-LOAD-MASTER
           OPEN INPUT DISCOUNT-GRANT-FILE
           IF WS-DG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DC-EOF
           PERFORM UNTIL WS-DC-EOF = "Y"
               READ DISCOUNT-GRANT-FILE
                   AT END
                       MOVE "Y" TO WS-DC-EOF
                   NOT AT END
                       IF DG-STATUS = "ACTIVE"
                           IF WS-DGT-COUNT < 500
                               PERFORM DC-BILLING-LOAD-ONE
                           ELSE
                               DISPLAY "WARNING: MORE THAN 500 "
                                       "DISCOUNTS ON FILE. "
                                       FUNCTION TRIM(DG-CODE)
                                       " FOR " DG-TENANT-ID
                                       " NOT APPLIED."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-GRANT-FILE
           IF WS-DGT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           *> Rooms, sibling checks and leases
           PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                   UNTIL WS-DGT-IDX > WS-DGT-COUNT
               MOVE WS-DGT-TENANT(WS-DGT-IDX) TO WS-DC-LOOK-TENANT
               PERFORM DC-FIND-TENANT
               MOVE WS-DC-LOOK-DORM TO WS-DGT-ROOM(WS-DGT-IDX)
               IF WS-DGT-SIBLING(WS-DGT-IDX) NOT = SPACES
                   MOVE WS-DGT-SIBLING(WS-DGT-IDX)
                       TO WS-DC-LOOK-TENANT
                   PERFORM DC-FIND-TENANT
                   MOVE WS-DC-FOUND TO WS-DGT-SIB-OK(WS-DGT-IDX)
               END-IF
               IF WS-DGT-LEASE-START(WS-DGT-IDX) NOT = SPACES
                   MOVE SPACES TO WS-DGT-ROOM(WS-DGT-IDX)
               END-IF
           END-PERFORM
           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS = "00"
               MOVE "N" TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF = "Y"
                   READ LEASE-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF
                       NOT AT END
                           IF LE-RENEWAL-STATUS = "ACTIVE"
                               PERFORM DC-BILLING-MATCH-LEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEASE-FILE
           END-IF

           *> Tenancy starts, for the loyalty rule
           OPEN INPUT OCCUPANCY-LOG-FILE
           IF WS-OCC-FILE-STATUS = "00"
               MOVE "N" TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF = "Y"
                   READ OCCUPANCY-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF
                       NOT AT END
                           PERFORM DC-BILLING-NOTE-EVENT
                   END-READ
               END-PERFORM
               CLOSE OCCUPANCY-LOG-FILE
           END-IF

           PERFORM DC-BILLING-RESUME
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - PICK UP USAGE FROM A CUT-SHORT RUN
      *============================
      *Grant usage is only written back when the run finishes. A
      *run cut short left its DISCOUNT lines in the history file;
      *each one found for WS-BILL-MONTH counts the month as used so
      *the grant is neither applied again nor given the month back.
       DC-BILLING-RESUME.
           MOVE 0 TO WS-DC-RESUME-COUNT
           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-TYPE = "DISCOUNT" AND
                          PH-PAYMENT-DATE(1:7) = WS-BILL-MONTH AND
                          PH-AMOUNT-DUE < 0
                           PERFORM DC-BILLING-RESUME-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-DC-RESUME-COUNT > 0
               DISPLAY "DISCOUNTS ALREADY POSTED THIS MONTH: "
                       WS-DC-RESUME-COUNT
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ONE DISCOUNT LINE AGAINST ITS GRANT
      *============================
      *One DISCOUNT line against the grant it was posted for
       DC-BILLING-RESUME-ONE.
           PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                   UNTIL WS-DGT-IDX > WS-DGT-COUNT
               IF WS-DGT-TENANT(WS-DGT-IDX) = PH-TENANT-ID AND
                  WS-DGT-CODE(WS-DGT-IDX) = PH-REFERENCE AND
                  WS-DGT-CHANGED(WS-DGT-IDX) = "N" AND
                  (WS-DGT-LAST(WS-DGT-IDX) = SPACES OR
                   WS-DGT-LAST(WS-DGT-IDX) < WS-BILL-MONTH)
                   ADD 1 TO WS-DGT-USED(WS-DGT-IDX)
                   MOVE WS-BILL-MONTH TO WS-DGT-LAST(WS-DGT-IDX)
                   MOVE "Y" TO WS-DGT-CHANGED(WS-DGT-IDX)
                   MOVE WS-DGT-MASTER(WS-DGT-IDX) TO WS-DCM-IDX
                   IF WS-DCM-IDX > 0
                       IF WS-DCM-MAX(WS-DCM-IDX) > 0 AND
                          WS-DGT-USED(WS-DGT-IDX) >=
                          WS-DCM-MAX(WS-DCM-IDX)
                           MOVE "USED-UP" TO WS-DGT-STATUS(WS-DGT-IDX)
                           MOVE WS-BILL-DATE
                               TO WS-DGT-ENDED(WS-DGT-IDX)
                       END-IF
                   END-IF
                   ADD 1 TO WS-DC-RESUME-COUNT
                   MOVE WS-DGT-COUNT TO WS-DGT-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - LOAD ONE RUNNING GRANT
      *============================
      *One running grant into the table
       DC-BILLING-LOAD-ONE.
           ADD 1 TO WS-DGT-COUNT
           MOVE DG-TENANT-ID TO WS-DGT-TENANT(WS-DGT-COUNT)
           MOVE DG-CODE TO WS-DGT-CODE(WS-DGT-COUNT)
           MOVE DG-LEASE-START TO WS-DGT-LEASE-START(WS-DGT-COUNT)
           MOVE DG-SIBLING-ID TO WS-DGT-SIBLING(WS-DGT-COUNT)
           MOVE DG-GRANT-DATE TO WS-DGT-GRANT-DATE(WS-DGT-COUNT)
           MOVE DG-MONTHS-USED TO WS-DGT-USED(WS-DGT-COUNT)
           MOVE DG-LAST-MONTH TO WS-DGT-LAST(WS-DGT-COUNT)
           MOVE DG-STATUS TO WS-DGT-STATUS(WS-DGT-COUNT)
           MOVE DG-ENDED-DATE TO WS-DGT-ENDED(WS-DGT-COUNT)
           MOVE SPACES TO WS-DGT-ROOM(WS-DGT-COUNT)
           MOVE SPACES TO WS-DGT-TEN-START(WS-DGT-COUNT)
           MOVE SPACES TO WS-DGT-TEN-OUT(WS-DGT-COUNT)
           MOVE "Y" TO WS-DGT-SIB-OK(WS-DGT-COUNT)
           MOVE 0 TO WS-DGT-THIS-AMT(WS-DGT-COUNT)
           MOVE "N" TO WS-DGT-CHANGED(WS-DGT-COUNT)
           MOVE DG-CODE TO WS-DC-LOOK-CODE
           PERFORM DC-FIND-CODE
           MOVE WS-DCM-FIND-IDX TO WS-DGT-MASTER(WS-DGT-COUNT)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ROOM FOR A LEASE-LEVEL GRANT
      *============================
      *A lease-level grant gets its room back while its lease runs
       DC-BILLING-MATCH-LEASE.
           PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                   UNTIL WS-DGT-IDX > WS-DGT-COUNT
               IF WS-DGT-TENANT(WS-DGT-IDX) = LE-TENANT-ID AND
                  WS-DGT-LEASE-START(WS-DGT-IDX) = LE-START-DATE
                   MOVE WS-DGT-TENANT(WS-DGT-IDX)
                       TO WS-DC-LOOK-TENANT
                   PERFORM DC-FIND-TENANT
                   MOVE WS-DC-LOOK-DORM TO WS-DGT-ROOM(WS-DGT-IDX)
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ONE OCCUPANCY EVENT AGAINST THE GRANTS
      *============================
      *One occupancy event against every grant of that tenant
       DC-BILLING-NOTE-EVENT.
           PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                   UNTIL WS-DGT-IDX > WS-DGT-COUNT
               IF WS-DGT-TENANT(WS-DGT-IDX) = OL-TENANT-ID
                   MOVE WS-DGT-TEN-START(WS-DGT-IDX)
                       TO WS-DC-TEN-START
                   MOVE WS-DGT-TEN-OUT(WS-DGT-IDX) TO WS-DC-TEN-OUT
                   PERFORM DC-NOTE-OCCUPANCY-EVENT
                   MOVE WS-DC-TEN-START
                       TO WS-DGT-TEN-START(WS-DGT-IDX)
                   MOVE WS-DC-TEN-OUT TO WS-DGT-TEN-OUT(WS-DGT-IDX)
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - WORK OUT THIS ROOM'S DISCOUNTS
      *============================
      *DORM-RECORD is the room being billed, WS-BILL-RATE its full
      *rent and WS-DC-PRIOR-BAL its rent balance before this month.
      *A discount comes off the tenant's share of the room rent and
      *all of a tenant's discounts together never exceed that
      *share. WS-DC-ROOM-TOTAL comes back for the room balance.
       DC-BILLING-CALC-ROOM.
           MOVE 0 TO WS-DC-ROOM-TOTAL
           IF WS-DGT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF DI-OCCUPANT-COUNT > 1
               COMPUTE WS-DC-SHARE ROUNDED =
                       WS-BILL-RATE / DI-OCCUPANT-COUNT
           ELSE
               MOVE WS-BILL-RATE TO WS-DC-SHARE
           END-IF
           PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                   UNTIL WS-DGT-IDX > WS-DGT-COUNT
               MOVE 0 TO WS-DGT-THIS-AMT(WS-DGT-IDX)
               IF WS-DGT-ROOM(WS-DGT-IDX) = DI-ID AND
                  (WS-DGT-LAST(WS-DGT-IDX) = SPACES OR
                   WS-DGT-LAST(WS-DGT-IDX) < WS-BILL-MONTH)
                   PERFORM DC-BILLING-CALC-ONE
                   ADD WS-DGT-THIS-AMT(WS-DGT-IDX)
                       TO WS-DC-ROOM-TOTAL
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ONE GRANT FOR THE ROOM BEING BILLED
      *============================
      *One grant: is it due this month and how much
       DC-BILLING-CALC-ONE.
           IF WS-DGT-MASTER(WS-DGT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DGT-MASTER(WS-DGT-IDX) TO WS-DCM-IDX
           IF WS-DCM-STATUS(WS-DCM-IDX) NOT = "ACTIVE" OR
              WS-DCM-FROM(WS-DCM-IDX) > WS-BILL-DATE OR
              (WS-DCM-TO(WS-DCM-IDX) NOT = SPACES AND
               WS-DCM-TO(WS-DCM-IDX) < WS-BILL-DATE)
               EXIT PARAGRAPH
           END-IF
           IF WS-DCM-MAX(WS-DCM-IDX) > 0 AND
              WS-DGT-USED(WS-DGT-IDX) >= WS-DCM-MAX(WS-DCM-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-DC-OK
           EVALUATE WS-DCM-RULE(WS-DCM-IDX)
               WHEN "SIBLING"
                   IF WS-DGT-SIB-OK(WS-DGT-IDX) NOT = "Y"
                       MOVE "N" TO WS-DC-OK
                   END-IF
               WHEN "EARLY-PAY"
                   IF WS-DC-PRIOR-BAL > 0
                       MOVE "N" TO WS-DC-OK
                   END-IF
               WHEN "LOYALTY"
                   IF WS-DGT-TEN-START(WS-DGT-IDX) = SPACES
                       MOVE "N" TO WS-DC-OK
                   ELSE
                       MOVE WS-DGT-TEN-START(WS-DGT-IDX)
                           TO WS-DC-TEN-START
                       MOVE WS-BILL-MONTH(1:4) TO WS-DC-BILL-YY
                       MOVE WS-BILL-MONTH(6:2) TO WS-DC-BILL-MM
                       MOVE WS-DC-TEN-START(1:4) TO WS-DC-START-YY
                       MOVE WS-DC-TEN-START(6:2) TO WS-DC-START-MM
                       COMPUTE WS-DC-TENURE =
                           (WS-DC-BILL-YY * 12 + WS-DC-BILL-MM)
                         - (WS-DC-START-YY * 12 + WS-DC-START-MM)
                       IF WS-DC-TENURE < WS-DCM-TENURE(WS-DCM-IDX)
                           MOVE "N" TO WS-DC-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DC-OK = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-DCM-KIND(WS-DCM-IDX) = "P"
               COMPUTE WS-DC-AMT ROUNDED =
                       WS-DC-SHARE * WS-DCM-PERCENT(WS-DCM-IDX) / 100
           ELSE
               MOVE WS-DCM-AMOUNT(WS-DCM-IDX) TO WS-DC-AMT
           END-IF

           *> What this tenant's earlier grants already took
           MOVE 0 TO WS-DC-TEN-USED
           PERFORM VARYING WS-DGT-IDX2 FROM 1 BY 1
                   UNTIL WS-DGT-IDX2 >= WS-DGT-IDX
               IF WS-DGT-TENANT(WS-DGT-IDX2) =
                  WS-DGT-TENANT(WS-DGT-IDX)
                   ADD WS-DGT-THIS-AMT(WS-DGT-IDX2)
                       TO WS-DC-TEN-USED
               END-IF
           END-PERFORM
           IF WS-DC-TEN-USED >= WS-DC-SHARE
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-AMT > WS-DC-SHARE - WS-DC-TEN-USED
               COMPUTE WS-DC-AMT = WS-DC-SHARE - WS-DC-TEN-USED
           END-IF
           MOVE WS-DC-AMT TO WS-DGT-THIS-AMT(WS-DGT-IDX)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - POST THIS ROOM'S DISCOUNT LINES
      *============================
      *After the room's full rent is on file: one DISCOUNT history
      *line per grant, a negative amount due against the rent
      *balance, with the discount code as the reference.
       DC-BILLING-POST-ROOM.
           IF WS-DC-ROOM-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                   UNTIL WS-DGT-IDX > WS-DGT-COUNT
               IF WS-DGT-ROOM(WS-DGT-IDX) = DI-ID AND
                  WS-DGT-THIS-AMT(WS-DGT-IDX) > 0
                   MOVE WS-DGT-MASTER(WS-DGT-IDX) TO WS-DCM-IDX
                   MOVE DI-ID TO WS-DORM-ID
                   MOVE "DISCOUNT" TO WS-PAYMENT-TYPE
                   COMPUTE WS-AMOUNT-DUE =
                           0 - WS-DGT-THIS-AMT(WS-DGT-IDX)
                   MOVE 0 TO WS-AMOUNT-PAID
                   MOVE WS-BILL-DATE TO WS-PAYMENT-DATE-LOG
                   MOVE WS-BILL-DUE-DATE TO WS-DUE-DATE-LOG
                   MOVE SPACES TO WS-PAYMENT-NOTES
                   STRING "DISCOUNT " DELIMITED BY SIZE
                          WS-DGT-CODE(WS-DGT-IDX) DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DCM-DESC(WS-DCM-IDX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-BILL-MONTH DELIMITED BY SIZE
                          INTO WS-PAYMENT-NOTES
                   END-STRING
                   MOVE WS-DGT-TENANT(WS-DGT-IDX)
                       TO WS-PAYMENT-TENANT-LOG
                   MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
                   MOVE WS-DGT-CODE(WS-DGT-IDX) TO WS-PAYMENT-REF-LOG
                   PERFORM LOG-PAYMENT-HISTORY

                   ADD 1 TO WS-DGT-USED(WS-DGT-IDX)
                   MOVE WS-BILL-MONTH TO WS-DGT-LAST(WS-DGT-IDX)
                   MOVE "Y" TO WS-DGT-CHANGED(WS-DGT-IDX)
                   IF WS-DCM-MAX(WS-DCM-IDX) > 0 AND
                      WS-DGT-USED(WS-DGT-IDX) >=
                      WS-DCM-MAX(WS-DCM-IDX)
                       MOVE "USED-UP" TO WS-DGT-STATUS(WS-DGT-IDX)
                       MOVE WS-BILL-DATE TO WS-DGT-ENDED(WS-DGT-IDX)
                   END-IF
                   ADD 1 TO WS-DC-BILL-COUNT
                   ADD WS-DGT-THIS-AMT(WS-DGT-IDX)
                       TO WS-DC-BILL-TOTAL
                   MOVE WS-DGT-THIS-AMT(WS-DGT-IDX) TO WS-DC-AMT-EDIT
                   DISPLAY "  DISCOUNT "
                           FUNCTION TRIM(WS-DGT-CODE(WS-DGT-IDX))
                           " TENANT "
                           FUNCTION TRIM(WS-DGT-TENANT(WS-DGT-IDX))
                           " -" FUNCTION TRIM(WS-DC-AMT-EDIT)
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - SAVE GRANT USAGE AFTER THE BILLING RUN
      *============================
      *Usage picked up by DC-BILLING-RESUME is saved with the rest.
       DC-BILLING-SAVE.
           IF WS-DC-BILL-COUNT = 0 AND WS-DC-RESUME-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DISCOUNT-GRANT-FILE
           IF WS-DG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-DISCOUNT-GRANT-FILE
           MOVE "N" TO WS-DC-EOF
           PERFORM UNTIL WS-DC-EOF = "Y"
               READ DISCOUNT-GRANT-FILE
                   AT END
                       MOVE "Y" TO WS-DC-EOF
                   NOT AT END
                       IF DG-STATUS = "ACTIVE"
                           PERFORM DC-BILLING-SAVE-ONE
                       END-IF
                       WRITE TEMP-DISCOUNT-GRANT-RECORD
                           FROM DISCOUNT-GRANT-RECORD
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-GRANT-FILE
           CLOSE TEMP-DISCOUNT-GRANT-FILE
           PERFORM SAVE-DISCOUNT-GRANT-RECORD

           MOVE WS-DC-BILL-TOTAL TO WS-DC-TOTAL-EDIT
           DISPLAY "RENT DISCOUNTS POSTED: " WS-DC-BILL-COUNT
                   "  TOTAL: " FUNCTION TRIM(WS-DC-TOTAL-EDIT)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - SAVE ONE GRANT'S USAGE
      *============================
      *Copy one grant's new usage back from the table
       DC-BILLING-SAVE-ONE.
           PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                   UNTIL WS-DGT-IDX > WS-DGT-COUNT
               IF WS-DGT-CHANGED(WS-DGT-IDX) = "Y" AND
                  WS-DGT-TENANT(WS-DGT-IDX) = DG-TENANT-ID AND
                  WS-DGT-CODE(WS-DGT-IDX) = DG-CODE AND
                  WS-DGT-GRANT-DATE(WS-DGT-IDX) = DG-GRANT-DATE
                   MOVE WS-DGT-USED(WS-DGT-IDX) TO DG-MONTHS-USED
                   MOVE WS-DGT-LAST(WS-DGT-IDX) TO DG-LAST-MONTH
                   MOVE WS-DGT-STATUS(WS-DGT-IDX) TO DG-STATUS
                   MOVE WS-DGT-ENDED(WS-DGT-IDX) TO DG-ENDED-DATE
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - MONTHLY DISCOUNTS GRANTED REPORT
      *============================
      *Every DISCOUNT line posted in the month that has not been
      *voided, then the count and amount per promotion.
       DC-MONTHLY-REPORT.
           DISPLAY "=============================="
           DISPLAY "   MONTHLY DISCOUNTS GRANTED"
           DISPLAY "=============================="
           DISPLAY "MONTH (YYYY-MM): "
           MOVE SPACES TO WS-DC-RPT-MONTH
           ACCEPT WS-DC-RPT-MONTH
           PERFORM UNTIL WS-DC-RPT-MONTH(1:4) IS NUMERIC AND
                         WS-DC-RPT-MONTH(5:1) = "-" AND
                         WS-DC-RPT-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               ACCEPT WS-DC-RPT-MONTH
           END-PERFORM

           PERFORM DC-LOAD-MASTER
           PERFORM AUDIT-COLLECT-VOIDED-TXNS
           MOVE 0 TO WS-DC-RPT-COUNT
           MOVE 0 TO WS-DC-RPT-TOTAL
           MOVE 0 TO WS-DC-RPT-OTHER-COUNT
           MOVE 0 TO WS-DC-RPT-OTHER-AMT

           MOVE "DISCOUNTS" TO WS-RC-REPORT
           MOVE "discounts" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-DC-REPORT-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "MONTH " DELIMITED BY SIZE
                  WS-DC-RPT-MONTH DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT DISCOUNT-REPORT-FILE

           MOVE SPACES TO DISCOUNT-REPORT-RECORD
           STRING "RENT DISCOUNTS GRANTED FOR " DELIMITED BY SIZE
                  WS-DC-RPT-MONTH DELIMITED BY SIZE
                  INTO DISCOUNT-REPORT-RECORD
           END-STRING
           PERFORM DC-WRITE-LINE
           MOVE SPACES TO DISCOUNT-REPORT-RECORD
           STRING "DATE       CODE       ROOM       TENANT     "
                  DELIMITED BY SIZE
                  "  AMOUNT  TRANSACTION" DELIMITED BY SIZE
                  INTO DISCOUNT-REPORT-RECORD
           END-STRING
           PERFORM DC-WRITE-LINE
           MOVE ALL "-" TO DISCOUNT-REPORT-RECORD(1:80)
           PERFORM DC-WRITE-LINE

           OPEN INPUT HISTORY-FILE
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-PAYMENT-TYPE = "DISCOUNT" AND
                          PH-PAYMENT-DATE(1:7) = WS-DC-RPT-MONTH
                           PERFORM DC-REPORT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           MOVE ALL "-" TO DISCOUNT-REPORT-RECORD(1:80)
           PERFORM DC-WRITE-LINE
           MOVE SPACES TO DISCOUNT-REPORT-RECORD
           PERFORM DC-WRITE-LINE
           MOVE SPACES TO DISCOUNT-REPORT-RECORD
           STRING "BY PROMOTION" DELIMITED BY SIZE
                  INTO DISCOUNT-REPORT-RECORD
           END-STRING
           PERFORM DC-WRITE-LINE
           MOVE SPACES TO DISCOUNT-REPORT-RECORD
           STRING "CODE       DESCRIPTION                    "
                  DELIMITED BY SIZE
                  "  LINES        AMOUNT" DELIMITED BY SIZE
                  INTO DISCOUNT-REPORT-RECORD
           END-STRING
           PERFORM DC-WRITE-LINE
           PERFORM VARYING WS-DCM-IDX FROM 1 BY 1
                   UNTIL WS-DCM-IDX > WS-DCM-COUNT
               IF WS-DCM-RPT-COUNT(WS-DCM-IDX) > 0
                   MOVE WS-DCM-RPT-COUNT(WS-DCM-IDX)
                       TO WS-DC-COUNT-EDIT
                   MOVE WS-DCM-RPT-AMT(WS-DCM-IDX)
                       TO WS-DC-TOTAL-EDIT
                   MOVE SPACES TO DISCOUNT-REPORT-RECORD
                   STRING WS-DCM-CODE(WS-DCM-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DCM-DESC(WS-DCM-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DC-COUNT-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DC-TOTAL-EDIT DELIMITED BY SIZE
                          INTO DISCOUNT-REPORT-RECORD
                   END-STRING
                   PERFORM DC-WRITE-LINE
               END-IF
           END-PERFORM
           IF WS-DC-RPT-OTHER-COUNT > 0
               MOVE WS-DC-RPT-OTHER-COUNT TO WS-DC-COUNT-EDIT
               MOVE WS-DC-RPT-OTHER-AMT TO WS-DC-TOTAL-EDIT
               MOVE SPACES TO DISCOUNT-REPORT-RECORD
               STRING "(NOT ON THE DISCOUNT MASTER)          "
                      DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DC-COUNT-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DC-TOTAL-EDIT DELIMITED BY SIZE
                      INTO DISCOUNT-REPORT-RECORD
               END-STRING
               PERFORM DC-WRITE-LINE
           END-IF
           MOVE ALL "-" TO DISCOUNT-REPORT-RECORD(1:80)
           PERFORM DC-WRITE-LINE
           MOVE WS-DC-RPT-COUNT TO WS-DC-COUNT-EDIT
           MOVE WS-DC-RPT-TOTAL TO WS-DC-TOTAL-EDIT
           MOVE SPACES TO DISCOUNT-REPORT-RECORD
           STRING "TOTAL DISCOUNTS GRANTED                   "
                  DELIMITED BY SIZE
                  WS-DC-COUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DC-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DISCOUNT-REPORT-RECORD
           END-STRING
           PERFORM DC-WRITE-LINE
           CLOSE DISCOUNT-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-DC-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - ONE HISTORY LINE ON THE REPORT
      *============================
      *One discount history line: detail, then into its promotion
       DC-REPORT-ONE-LINE.
           MOVE "N" TO WS-DC-VOIDED
           PERFORM VARYING WS-VOIDED-IDX FROM 1 BY 1
               UNTIL WS-VOIDED-IDX > WS-VOIDED-TXN-COUNT
               IF WS-VOIDED-TXN-ENTRY(WS-VOIDED-IDX) =
                  PH-TRANSACTION-ID
                   MOVE "Y" TO WS-DC-VOIDED
               END-IF
           END-PERFORM
           IF WS-DC-VOIDED = "Y"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DC-RPT-AMT = 0 - PH-AMOUNT-DUE
           ADD 1 TO WS-DC-RPT-COUNT
           ADD WS-DC-RPT-AMT TO WS-DC-RPT-TOTAL
           MOVE PH-REFERENCE(1:10) TO WS-DC-LOOK-CODE
           PERFORM DC-FIND-CODE
           IF WS-DCM-FIND-IDX > 0
               ADD 1 TO WS-DCM-RPT-COUNT(WS-DCM-FIND-IDX)
               ADD WS-DC-RPT-AMT TO WS-DCM-RPT-AMT(WS-DCM-FIND-IDX)
           ELSE
               ADD 1 TO WS-DC-RPT-OTHER-COUNT
               ADD WS-DC-RPT-AMT TO WS-DC-RPT-OTHER-AMT
           END-IF

           MOVE WS-DC-RPT-AMT TO WS-DC-AMT-EDIT
           MOVE SPACES TO DISCOUNT-REPORT-RECORD
           STRING PH-PAYMENT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DC-LOOK-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PH-DORM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PH-TENANT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DC-AMT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PH-TRANSACTION-ID DELIMITED BY SPACE
                  INTO DISCOUNT-REPORT-RECORD
           END-STRING
           PERFORM DC-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DISCOUNTS - WRITE AND SHOW ONE REPORT LINE
      *============================
       DC-WRITE-LINE.
           WRITE DISCOUNT-REPORT-RECORD
           DISPLAY DISCOUNT-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE DISCOUNT RECORD
      *============================
       SAVE-DISCOUNT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del discount.dat"
               CALL "SYSTEM" USING "rename tempdc.dat discount.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempdc.dat discount.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE DISCOUNT GRANT RECORD
      *============================
       SAVE-DISCOUNT-GRANT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del discgrant.dat"
               CALL "SYSTEM" USING
                   "rename tempdg.dat discgrant.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempdg.dat discgrant.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VISITOR AND OVERNIGHT GUEST LOG MENU
      *============================
       GUEST-LOG-MENU.
           PERFORM UNTIL UTIL-GV-CHOICE = 5
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  VISITOR / OVERNIGHT GUEST LOG"
           DISPLAY "=============================="
           DISPLAY "1 - SIGN A GUEST IN"
           DISPLAY "2 - SIGN A GUEST OUT"
           DISPLAY "3 - GUESTS CURRENTLY INSIDE (PRINT)"
           DISPLAY "4 - GUEST HISTORY FOR A TENANT"
           DISPLAY "5 - BACK"

           DISPLAY "ENTER CHOICE (1 - 5): "
           ACCEPT UTIL-GV-CHOICE

           EVALUATE UTIL-GV-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM GUEST-SIGN-IN
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM GUEST-SIGN-OUT
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM GUEST-INSIDE-REPORT
               WHEN 4
                   PERFORM GUEST-TENANT-HISTORY
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - TODAY AND THE TIME NOW
      *============================
       GUEST-TODAY-NOW.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-GV-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-GV-TODAY
           END-STRING
           ACCEPT WS-GV-NOW-TIME FROM TIME
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - CHECK AN HH:MM TIME
      *============================
      *WS-GV-TIME in (blank means now); WS-GV-TIME-OK out.
       GUEST-CHECK-TIME.
           MOVE "N" TO WS-GV-TIME-OK
           IF WS-GV-TIME = SPACES
               MOVE SPACES TO WS-GV-TIME
               STRING WS-GV-NOW-TIME(1:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-GV-NOW-TIME(3:2) DELIMITED BY SIZE
                      INTO WS-GV-TIME
               END-STRING
           END-IF
           IF WS-GV-TIME(1:2) IS NUMERIC AND
              WS-GV-TIME(3:1) = ":" AND
              WS-GV-TIME(4:2) IS NUMERIC
               IF WS-GV-TIME(1:2) <= "23" AND
                  WS-GV-TIME(4:2) <= "59"
                   MOVE "Y" TO WS-GV-TIME-OK
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - SIGN A GUEST IN
      *============================
       GUEST-SIGN-IN.
           DISPLAY "=============================="
           DISPLAY "       SIGN A GUEST IN"
           DISPLAY "=============================="
           PERFORM SHOW-TENANT-LIST
           DISPLAY "TENANT BEING VISITED (TENANT ID): "
           MOVE SPACES TO WS-GV-TENANT
           ACCEPT WS-GV-TENANT
           INSPECT WS-GV-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-GV-TEN-FOUND
           MOVE SPACES TO WS-GV-DORM
           OPEN INPUT TENANT-FILE
           MOVE WS-GV-TENANT TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-GV-TEN-FOUND
                   MOVE SI-ASSIGNED-D-ID TO WS-GV-DORM
           END-READ
           CLOSE TENANT-FILE
           IF WS-GV-TEN-FOUND = "N"
               DISPLAY "TENANT " WS-GV-TENANT " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           IF WS-GV-DORM = SPACES OR WS-GV-DORM = "UNASSIGNED"
               DISPLAY "TENANT HAS NO ASSIGNED ROOM. GUEST NOT "
                       "SIGNED IN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GUEST NAME: "
           MOVE SPACES TO WS-GV-NAME
           ACCEPT WS-GV-NAME
           PERFORM UNTIL WS-GV-NAME NOT = SPACES
               DISPLAY "GUEST NAME IS REQUIRED: "
               ACCEPT WS-GV-NAME
           END-PERFORM
           INSPECT WS-GV-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "ID PRESENTED (TYPE AND NUMBER): "
           MOVE SPACES TO WS-GV-ID-PRESENTED
           ACCEPT WS-GV-ID-PRESENTED
           PERFORM UNTIL WS-GV-ID-PRESENTED NOT = SPACES
               DISPLAY "AN ID MUST BE SEEN BEFORE ENTRY: "
               ACCEPT WS-GV-ID-PRESENTED
           END-PERFORM
           INSPECT WS-GV-ID-PRESENTED
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM GUEST-TODAY-NOW
           DISPLAY "DATE IN (YYYY-MM-DD, ENTER FOR TODAY): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-GV-DATE
               ACCEPT WS-GV-DATE
               IF WS-GV-DATE = SPACES
                   MOVE WS-GV-TODAY TO WS-GV-DATE
               END-IF
               MOVE WS-GV-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "TIME IN (HH:MM, ENTER FOR NOW): "
           MOVE "N" TO WS-GV-TIME-OK
           PERFORM UNTIL WS-GV-TIME-OK = "Y"
               MOVE SPACES TO WS-GV-TIME
               ACCEPT WS-GV-TIME
               PERFORM GUEST-CHECK-TIME
               IF WS-GV-TIME-OK = "N"
                   DISPLAY "INVALID TIME. USE FORMAT HH:MM: "
               END-IF
           END-PERFORM

           DISPLAY "STAYING OVERNIGHT (Y/N): "
           MOVE SPACE TO WS-GV-OVERNIGHT
           ACCEPT WS-GV-OVERNIGHT
           INSPECT WS-GV-OVERNIGHT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-GV-OVERNIGHT NOT = "Y"
               MOVE "N" TO WS-GV-OVERNIGHT
           END-IF

           *> House rules: an overnight guest must be registered by
           *> the tenant before arrival; a day visitor need not be
           MOVE SPACE TO WS-GV-REGISTERED
           IF WS-GV-OVERNIGHT = "Y"
               DISPLAY "REGISTERED BY THE TENANT BEFORE ARRIVAL "
                       "(Y/N): "
               ACCEPT WS-GV-REGISTERED
               INSPECT WS-GV-REGISTERED
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-GV-REGISTERED NOT = "Y"
                   MOVE "N" TO WS-GV-REGISTERED
               END-IF
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "GUEST NOT SIGNED IN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GV-FEE
           IF WS-GV-OVERNIGHT = "Y"
               PERFORM GUEST-APPLY-OVERNIGHT
           END-IF

           MOVE 0 TO WS-GV-ID-MAX
           OPEN INPUT GUEST-LOG-FILE
           IF WS-GV-FILE-STATUS = "00"
               PERFORM UNTIL WS-GV-FILE-STATUS NOT = "00"
                   READ GUEST-LOG-FILE
                       NOT AT END
                           IF GV-ID(3:6) IS NUMERIC
                               MOVE GV-ID(3:6) TO WS-GV-ID-NUM
                               IF WS-GV-ID-NUM > WS-GV-ID-MAX
                                   MOVE WS-GV-ID-NUM TO WS-GV-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-LOG-FILE
           END-IF
           ADD 1 TO WS-GV-ID-MAX
           MOVE SPACES TO WS-GV-NEW-ID
           STRING "GV" DELIMITED BY SIZE
                  WS-GV-ID-MAX DELIMITED BY SIZE
                  INTO WS-GV-NEW-ID
           END-STRING

           INITIALIZE GUEST-LOG-RECORD
           MOVE WS-GV-NEW-ID TO GV-ID
           MOVE WS-GV-TENANT TO GV-TENANT-ID
           MOVE WS-GV-DORM TO GV-DORM-ID
           MOVE WS-GV-NAME TO GV-NAME
           MOVE WS-GV-ID-PRESENTED TO GV-ID-PRESENTED
           MOVE WS-GV-DATE TO GV-DATE-IN
           MOVE WS-GV-TIME TO GV-TIME-IN
           MOVE SPACES TO GV-DATE-OUT
           MOVE SPACES TO GV-TIME-OUT
           MOVE WS-GV-OVERNIGHT TO GV-OVERNIGHT
           MOVE WS-GV-REGISTERED TO GV-REGISTERED
           MOVE WS-GV-FEE TO GV-FEE
           MOVE WS-OPERATOR-ID TO GV-LOGGED-BY
           OPEN EXTEND GUEST-LOG-FILE
           IF WS-GV-FILE-STATUS NOT = "00"
               OPEN OUTPUT GUEST-LOG-FILE
           END-IF
           WRITE GUEST-LOG-RECORD
           CLOSE GUEST-LOG-FILE
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "GUEST SIGNED IN AS " WS-GV-NEW-ID " TO ROOM "
                   WS-GV-DORM "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - FEE AND LIMIT FOR AN OVERNIGHT STAY
      *============================
      *Inputs WS-GV-TENANT, WS-GV-DORM, WS-GV-NAME, WS-GV-DATE (the
      *night of the stay) and WS-GV-REGISTERED. Nights past the free
      *allowance carry the guest fee on the room; a night past the
      *monthly limit, or an unregistered stay, goes on the incident
      *log so it counts toward the repeat-offender escalation.
       GUEST-APPLY-OVERNIGHT.
           PERFORM LOAD-SYSTEM-PARAMETERS
           MOVE 0 TO WS-GV-FEE
           MOVE WS-GV-DATE(1:7) TO WS-GV-MONTH
           MOVE 1 TO WS-GV-NIGHTS
           OPEN INPUT GUEST-LOG-FILE
           IF WS-GV-FILE-STATUS = "00"
               PERFORM UNTIL WS-GV-FILE-STATUS NOT = "00"
                   READ GUEST-LOG-FILE
                       NOT AT END
                           IF GV-TENANT-ID = WS-GV-TENANT AND
                              GV-OVERNIGHT = "Y" AND
                              GV-DATE-IN(1:7) = WS-GV-MONTH
                               ADD 1 TO WS-GV-NIGHTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-LOG-FILE
           END-IF
           MOVE WS-GV-NIGHTS TO WS-GV-NIGHTS-EDIT
           DISPLAY "OVERNIGHT GUEST NIGHT "
                   FUNCTION TRIM(WS-GV-NIGHTS-EDIT)
                   " THIS MONTH FOR TENANT "
                   FUNCTION TRIM(WS-GV-TENANT) "."

           IF WS-GV-NIGHTS > WS-PARM-GUEST-FREE AND
              WS-PARM-GUEST-FEE > 0
               *> The fee posts dated to the stay, which must not
               *> fall in a reconciled day or closed month
               MOVE WS-GV-DATE TO WS-CLOSEOUT-CHECK-DATE
               PERFORM CHECK-DATE-NOT-CLOSED
               IF WS-DATE-CLOSED-FLAG = "Y"
                   DISPLAY "THE STAY DATE IS ALREADY RECONCILED "
                           "(CLOSED). NO GUEST FEE POSTED; POST IT "
                           "SEPARATELY ON AN OPEN DATE."
               ELSE
                   MOVE WS-PARM-GUEST-FEE TO WS-GV-FEE
                   PERFORM GUEST-POST-FEE
               END-IF
           END-IF

           IF WS-GV-REGISTERED = "N"
               MOVE "UNREG-GUEST" TO IC-CATEGORY
               MOVE SPACES TO IC-NARRATIVE
               STRING "UNREGISTERED OVERNIGHT GUEST "
                      DELIMITED BY SIZE
                      WS-GV-NAME DELIMITED BY "  "
                      INTO IC-NARRATIVE
               END-STRING
               PERFORM GUEST-LOG-INCIDENT
           ELSE
               IF WS-GV-NIGHTS > WS-PARM-GUEST-LIMIT
                   MOVE WS-PARM-GUEST-LIMIT TO WS-GV-LIMIT-EDIT
                   MOVE "GUEST-LIMIT" TO IC-CATEGORY
                   MOVE SPACES TO IC-NARRATIVE
                   STRING "OVERNIGHT GUEST " DELIMITED BY SIZE
                          WS-GV-NAME DELIMITED BY "  "
                          ", NIGHT " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-GV-NIGHTS-EDIT)
                          DELIMITED BY SIZE
                          " OF LIMIT " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-GV-LIMIT-EDIT)
                          DELIMITED BY SIZE
                          INTO IC-NARRATIVE
                   END-STRING
                   PERFORM GUEST-LOG-INCIDENT
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - POST THE GUEST FEE TO THE ROOM
      *============================
       GUEST-POST-FEE.
           PERFORM ENSURE-CHARGE-TYPE-FILE

           OPEN I-O CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-BALANCE-FILE
               CLOSE CHARGE-BALANCE-FILE
               OPEN I-O CHARGE-BALANCE-FILE
           END-IF
           MOVE "N" TO WS-GV-FOUND
           MOVE WS-GV-DORM TO CB-DORM-ID
           MOVE "GUEST-FEE" TO CB-TYPE-CODE
           READ CHARGE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO CB-PAID-AMT
                   MOVE SPACES TO CB-LAST-PAID
                   MOVE 0 TO CB-BALANCE-DUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-GV-FOUND
           END-READ
           MOVE WS-GV-DORM TO CB-DORM-ID
           MOVE "GUEST-FEE" TO CB-TYPE-CODE
           MOVE WS-GV-FEE TO CB-AMOUNT
           ADD WS-GV-FEE TO CB-BALANCE-DUE
           MOVE WS-GV-DATE TO CB-DUE-DATE
           IF WS-GV-FOUND = "Y"
               REWRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT POST THE GUEST FEE."
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CHARGE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT POST THE GUEST FEE."
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE CHARGE-BALANCE-FILE

           MOVE WS-GV-DORM TO WS-DORM-ID
           MOVE "GUEST-FEE" TO WS-PAYMENT-TYPE
           MOVE WS-GV-FEE TO WS-AMOUNT-DUE
           MOVE 0 TO WS-AMOUNT-PAID
           MOVE WS-GV-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-GV-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "OVERNIGHT GUEST " DELIMITED BY SIZE
                  WS-GV-NAME DELIMITED BY "  "
                  ", TENANT " DELIMITED BY SIZE
                  WS-GV-TENANT DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-GV-TENANT TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           MOVE WS-GV-FEE TO WS-GV-FEE-EDIT
           DISPLAY "GUEST FEE OF " FUNCTION TRIM(WS-GV-FEE-EDIT)
                   " POSTED TO ROOM " FUNCTION TRIM(WS-GV-DORM) "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - WRITE THE VIOLATION TO THE INCIDENT LOG
      *============================
      *IC-CATEGORY and IC-NARRATIVE are set by the caller.
       GUEST-LOG-INCIDENT.
           MOVE WS-GV-TENANT    TO IC-TENANT-ID
           MOVE WS-GV-DORM      TO IC-DORM-ID
           MOVE WS-GV-DATE      TO IC-DATE
           MOVE WS-OPERATOR-ID  TO IC-OPERATOR
           MOVE 0               TO IC-FINE
           MOVE "N"             TO IC-FINE-POSTED
           OPEN EXTEND INCIDENT-FILE
           IF WS-IC-FILE-STATUS NOT = "00"
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           WRITE INCIDENT-RECORD
           CLOSE INCIDENT-FILE
           DISPLAY "INCIDENT RECORDED: " FUNCTION TRIM(IC-CATEGORY)
                   " - " FUNCTION TRIM(IC-NARRATIVE)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - SIGN A GUEST OUT
      *============================
       GUEST-SIGN-OUT.
           DISPLAY "=============================="
           DISPLAY "       SIGN A GUEST OUT"
           DISPLAY "=============================="
           MOVE 0 TO WS-GV-COUNT
           OPEN INPUT GUEST-LOG-FILE
           IF WS-GV-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ GUEST-LOG-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF GV-DATE-OUT = SPACES
                               ADD 1 TO WS-GV-COUNT
                               DISPLAY GV-ID " | ROOM " GV-DORM-ID
                                       " | " GV-NAME " | IN "
                                       GV-DATE-IN " " GV-TIME-IN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-LOG-FILE
           END-IF
           IF WS-GV-COUNT = 0
               DISPLAY "NO GUESTS ARE SIGNED IN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GUEST LOG ID TO SIGN OUT: "
           MOVE SPACES TO WS-GV-NEW-ID
           ACCEPT WS-GV-NEW-ID
           INSPECT WS-GV-NEW-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-GV-FOUND
           OPEN INPUT GUEST-LOG-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ GUEST-LOG-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF GV-ID = WS-GV-NEW-ID AND
                          GV-DATE-OUT = SPACES
                           MOVE "Y" TO WS-GV-FOUND
                           MOVE GV-TENANT-ID TO WS-GV-TENANT
                           MOVE GV-DORM-ID TO WS-GV-DORM
                           MOVE GV-NAME TO WS-GV-NAME
                           MOVE GV-DATE-IN TO WS-GV-DATE
                           MOVE GV-OVERNIGHT TO WS-GV-OVERNIGHT
                           MOVE GV-REGISTERED TO WS-GV-REGISTERED
                           MOVE "Y" TO UTIL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-LOG-FILE
           IF WS-GV-FOUND = "N"
               DISPLAY "GUEST " WS-GV-NEW-ID " IS NOT SIGNED IN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM GUEST-TODAY-NOW
           DISPLAY "DATE OUT (YYYY-MM-DD, ENTER FOR TODAY): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-GV-DATE-OUT
               ACCEPT WS-GV-DATE-OUT
               IF WS-GV-DATE-OUT = SPACES
                   MOVE WS-GV-TODAY TO WS-GV-DATE-OUT
               END-IF
               MOVE WS-GV-DATE-OUT TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               ELSE
                   IF WS-GV-DATE-OUT < WS-GV-DATE
                       MOVE "N" TO WS-DATE-VALID-FLAG
                       DISPLAY "DATE OUT CANNOT BE BEFORE THE "
                               "DATE IN (" WS-GV-DATE "): "
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "TIME OUT (HH:MM, ENTER FOR NOW): "
           MOVE "N" TO WS-GV-TIME-OK
           PERFORM UNTIL WS-GV-TIME-OK = "Y"
               MOVE SPACES TO WS-GV-TIME
               ACCEPT WS-GV-TIME
               PERFORM GUEST-CHECK-TIME
               IF WS-GV-TIME-OK = "N"
                   DISPLAY "INVALID TIME. USE FORMAT HH:MM: "
               END-IF
           END-PERFORM
           MOVE WS-GV-TIME TO WS-GV-TIME-OUT

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "GUEST NOT SIGNED OUT."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           *> A day visitor still inside on a later date stayed the
           *> night without being registered
           MOVE 0 TO WS-GV-FEE
           IF WS-GV-DATE-OUT > WS-GV-DATE AND
              WS-GV-OVERNIGHT NOT = "Y"
               DISPLAY "GUEST STAYED OVERNIGHT WITHOUT BEING "
                       "REGISTERED."
               MOVE "Y" TO WS-GV-OVERNIGHT
               MOVE "N" TO WS-GV-REGISTERED
               PERFORM GUEST-APPLY-OVERNIGHT
           END-IF

           OPEN INPUT GUEST-LOG-FILE
           OPEN OUTPUT TEMP-GUEST-LOG-FILE
           PERFORM UNTIL WS-GV-FILE-STATUS NOT = "00"
               READ GUEST-LOG-FILE
                   NOT AT END
                       IF GV-ID = WS-GV-NEW-ID
                           MOVE WS-GV-DATE-OUT TO GV-DATE-OUT
                           MOVE WS-GV-TIME-OUT TO GV-TIME-OUT
                           MOVE WS-GV-OVERNIGHT TO GV-OVERNIGHT
                           MOVE WS-GV-REGISTERED TO GV-REGISTERED
                           ADD WS-GV-FEE TO GV-FEE
                       END-IF
                       WRITE TEMP-GUEST-LOG-RECORD
                           FROM GUEST-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE GUEST-LOG-FILE TEMP-GUEST-LOG-FILE
           PERFORM SAVE-GUEST-LOG-RECORD
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "GUEST " WS-GV-NEW-ID " SIGNED OUT."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - LIST OF GUESTS CURRENTLY INSIDE
      *============================
      *For the guard post; printed by room.
       GUEST-INSIDE-REPORT.
           MOVE 0 TO WS-GVI-COUNT
           OPEN INPUT GUEST-LOG-FILE
           IF WS-GV-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ GUEST-LOG-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF GV-DATE-OUT = SPACES AND
                              WS-GVI-COUNT < 500
                               PERFORM GUEST-INSIDE-INSERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-LOG-FILE
           END-IF

           PERFORM GUEST-TODAY-NOW
           MOVE "GUESTSIN" TO WS-RC-REPORT
           MOVE "guests_in" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-GV-REPORT-NAME
           OPEN OUTPUT GUEST-REPORT-FILE

           MOVE SPACES TO GUEST-REPORT-RECORD
           STRING "GUESTS CURRENTLY INSIDE AS OF " DELIMITED BY SIZE
                  WS-GV-TODAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GV-NOW-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-GV-NOW-TIME(3:2) DELIMITED BY SIZE
                  INTO GUEST-REPORT-RECORD
           END-STRING
           WRITE GUEST-REPORT-RECORD
           DISPLAY GUEST-REPORT-RECORD(1:80)
           MOVE SPACES TO GUEST-REPORT-RECORD
           STRING "ROOM       TENANT     GUEST NAME                "
                  DELIMITED BY SIZE
                  "     ID PRESENTED         IN DATE    TIME  O/N"
                  DELIMITED BY SIZE
                  INTO GUEST-REPORT-RECORD
           END-STRING
           WRITE GUEST-REPORT-RECORD
           DISPLAY GUEST-REPORT-RECORD(1:80)
           MOVE ALL "-" TO GUEST-REPORT-RECORD(1:105)
           WRITE GUEST-REPORT-RECORD
           DISPLAY GUEST-REPORT-RECORD(1:80)

           PERFORM VARYING WS-GVI-IDX FROM 1 BY 1
                   UNTIL WS-GVI-IDX > WS-GVI-COUNT
               MOVE SPACES TO GUEST-REPORT-RECORD
               STRING WS-GVI-DORM(WS-GVI-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GVI-TENANT(WS-GVI-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GVI-NAME(WS-GVI-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GVI-ID-PRESENTED(WS-GVI-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GVI-DATE-IN(WS-GVI-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GVI-TIME-IN(WS-GVI-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GVI-OVERNIGHT(WS-GVI-IDX) DELIMITED BY SIZE
                      INTO GUEST-REPORT-RECORD
               END-STRING
               WRITE GUEST-REPORT-RECORD
               DISPLAY GUEST-REPORT-RECORD(1:80)
           END-PERFORM

           MOVE ALL "-" TO GUEST-REPORT-RECORD(1:105)
           WRITE GUEST-REPORT-RECORD
           DISPLAY GUEST-REPORT-RECORD(1:80)
           MOVE SPACES TO GUEST-REPORT-RECORD
           STRING "GUESTS INSIDE: " DELIMITED BY SIZE
                  WS-GVI-COUNT DELIMITED BY SIZE
                  INTO GUEST-REPORT-RECORD
           END-STRING
           WRITE GUEST-REPORT-RECORD
           DISPLAY GUEST-REPORT-RECORD(1:80)
           CLOSE GUEST-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " WS-GV-REPORT-NAME
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - FILE ONE INSIDE ROW IN ROOM ORDER
      *============================
       GUEST-INSIDE-INSERT-ROW.
           MOVE 1 TO WS-GVI-POS
           PERFORM UNTIL WS-GVI-POS > WS-GVI-COUNT
                   OR WS-GVI-DORM(WS-GVI-POS) > GV-DORM-ID
               ADD 1 TO WS-GVI-POS
           END-PERFORM
           PERFORM VARYING WS-GVI-IDX FROM WS-GVI-COUNT BY -1
                   UNTIL WS-GVI-IDX < WS-GVI-POS
               MOVE WS-GVI-ENTRY(WS-GVI-IDX)
                   TO WS-GVI-ENTRY(WS-GVI-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-GVI-COUNT
           MOVE GV-DORM-ID TO WS-GVI-DORM(WS-GVI-POS)
           MOVE GV-TENANT-ID TO WS-GVI-TENANT(WS-GVI-POS)
           MOVE GV-NAME TO WS-GVI-NAME(WS-GVI-POS)
           MOVE GV-ID-PRESENTED TO WS-GVI-ID-PRESENTED(WS-GVI-POS)
           MOVE GV-DATE-IN TO WS-GVI-DATE-IN(WS-GVI-POS)
           MOVE GV-TIME-IN TO WS-GVI-TIME-IN(WS-GVI-POS)
           MOVE GV-OVERNIGHT TO WS-GVI-OVERNIGHT(WS-GVI-POS)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - HISTORY FOR ONE TENANT
      *============================
       GUEST-TENANT-HISTORY.
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-GV-TENANT
           ACCEPT WS-GV-TENANT
           INSPECT WS-GV-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM GUEST-TODAY-NOW
           MOVE WS-GV-TODAY(1:7) TO WS-GV-MONTH
           MOVE 0 TO WS-GV-NIGHTS
           MOVE 0 TO WS-GV-COUNT
           DISPLAY " "
           DISPLAY "GUESTS OF TENANT " WS-GV-TENANT
           DISPLAY "----------------------------------------"
           OPEN INPUT GUEST-LOG-FILE
           IF WS-GV-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ GUEST-LOG-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF GV-TENANT-ID = WS-GV-TENANT
                               ADD 1 TO WS-GV-COUNT
                               PERFORM GUEST-SHOW-ROW
                               IF GV-OVERNIGHT = "Y" AND
                                  GV-DATE-IN(1:7) = WS-GV-MONTH
                                   ADD 1 TO WS-GV-NIGHTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-LOG-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "VISITS LISTED: " WS-GV-COUNT
           DISPLAY "OVERNIGHT STAYS THIS MONTH: " WS-GV-NIGHTS
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GUESTS - SHOW ONE LOG ROW
      *============================
       GUEST-SHOW-ROW.
           DISPLAY GV-ID " | ROOM " GV-DORM-ID " | " GV-NAME
           DISPLAY "   ID " GV-ID-PRESENTED " | IN " GV-DATE-IN " "
                   GV-TIME-IN " | OUT " GV-DATE-OUT " " GV-TIME-OUT
           IF GV-OVERNIGHT = "Y"
               MOVE GV-FEE TO WS-GV-FEE-EDIT
               IF GV-REGISTERED = "Y"
                   DISPLAY "   OVERNIGHT, REGISTERED | FEE "
                           WS-GV-FEE-EDIT
               ELSE
                   DISPLAY "   OVERNIGHT, NOT REGISTERED | FEE "
                           WS-GV-FEE-EDIT
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE GUEST LOG RECORD
      *============================
       SAVE-GUEST-LOG-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del guestlog.dat"
               CALL "SYSTEM" USING "rename tempgv.dat guestlog.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempgv.dat guestlog.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: INCIDENT / VIOLATION LOG MENU
      *============================
       INCIDENT-MENU.
           PERFORM UNTIL UTIL-IC-CHOICE = 4
           PERFORM CLEAR-SCREEN
           DISPLAY "=============================="
           DISPLAY "  INCIDENT / VIOLATION LOG"
           DISPLAY "=============================="
           DISPLAY "1 - RECORD AN INCIDENT"
           DISPLAY "2 - VIEW INCIDENTS"
           DISPLAY "3 - REPEAT-OFFENDER ESCALATION VIEW"
           DISPLAY "4 - BACK"

           DISPLAY "ENTER CHOICE (1 - 4): "
           ACCEPT UTIL-IC-CHOICE

           EVALUATE UTIL-IC-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM RECORD-INCIDENT
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-INCIDENTS
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM INCIDENT-ESCALATION-VIEW
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RECORD AN INCIDENT
      *============================
       RECORD-INCIDENT.
           DISPLAY "=============================="
           DISPLAY "     RECORD AN INCIDENT"
           DISPLAY "=============================="
           PERFORM SHOW-TENANT-LIST
           DISPLAY "TENANT ID: "
           MOVE SPACES TO WS-IC-TENANT
           ACCEPT WS-IC-TENANT
           INSPECT WS-IC-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-IC-TEN-FOUND
           MOVE SPACES TO WS-IC-DORM
           OPEN INPUT TENANT-FILE
           MOVE WS-IC-TENANT TO SI-ID IN TENANT-RECORD
           READ TENANT-FILE
               KEY IS SI-ID IN TENANT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-IC-TEN-FOUND
                   MOVE SI-ASSIGNED-D-ID TO WS-IC-DORM
           END-READ
           CLOSE TENANT-FILE
           IF WS-IC-TEN-FOUND = "N"
               DISPLAY "TENANT " WS-IC-TENANT " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "INCIDENT DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-IC-DATE
               ACCEPT WS-IC-DATE
               MOVE WS-IC-DATE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           DISPLAY "CATEGORY (e.g., CURFEW, SMOKING, NOISE, "
                   "APPLIANCE): "
           MOVE SPACES TO WS-IC-CATEGORY
           ACCEPT WS-IC-CATEGORY
           INSPECT WS-IC-CATEGORY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-IC-CATEGORY NOT = SPACES
               DISPLAY "CATEGORY CANNOT BE BLANK: "
               ACCEPT WS-IC-CATEGORY
               INSPECT WS-IC-CATEGORY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "WHAT HAPPENED: "
           MOVE SPACES TO WS-IC-NARRATIVE
           ACCEPT WS-IC-NARRATIVE

           MOVE 0 TO WS-IC-FINE
           MOVE SPACES TO WS-IC-FINE-CODE
           DISPLAY "POST THE HOUSE-RULES FINE FOR THIS (Y/N): "
           ACCEPT WS-IC-CONFIRM
           INSPECT WS-IC-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-IC-CONFIRM = "Y"
               *> The fine posts dated to the incident, so a date
               *> inside a reconciled day or closed month cannot
               *> carry one; the incident itself may still be
               *> recorded with an old date
               MOVE WS-IC-DATE TO WS-CLOSEOUT-CHECK-DATE
               PERFORM CHECK-DATE-NOT-CLOSED
               IF WS-DATE-CLOSED-FLAG = "Y"
                   DISPLAY "THE INCIDENT DATE IS ALREADY "
                           "RECONCILED (CLOSED). THE INCIDENT "
                           "WILL BE RECORDED WITHOUT A FINE; "
                           "POST THE FINE SEPARATELY ON AN "
                           "OPEN DATE."
                   MOVE "N" TO WS-IC-CONFIRM
               END-IF
           END-IF
           IF WS-IC-CONFIRM = "Y"
               PERFORM LOAD-CHARGE-TYPES
               DISPLAY "CHARGE TYPE FOR THE FINE:"
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                   DISPLAY WS-CT-IDX ". " WS-CT-CODE(WS-CT-IDX)
                           " - " WS-CT-DESC(WS-CT-IDX)
               END-PERFORM
               DISPLAY "PICK A CHARGE TYPE (NUMBER): "
               MOVE 0 TO WS-CT-PICK
               ACCEPT WS-CT-PICK
               PERFORM UNTIL WS-CT-PICK >= 1 AND
                             WS-CT-PICK <= WS-CT-COUNT
                   DISPLAY "INVALID CHOICE. PICK 1 - "
                           WS-CT-COUNT ": "
                   ACCEPT WS-CT-PICK
               END-PERFORM
               MOVE WS-CT-CODE(WS-CT-PICK) TO WS-IC-FINE-CODE
               DISPLAY "FINE AMOUNT: "
               ACCEPT WS-IC-FINE
               PERFORM UNTIL WS-IC-FINE > 0
                   DISPLAY "AMOUNT MUST BE GREATER THAN 0: "
                   ACCEPT WS-IC-FINE
               END-PERFORM
           END-IF

           MOVE WS-IC-TENANT    TO IC-TENANT-ID
           MOVE WS-IC-DORM      TO IC-DORM-ID
           MOVE WS-IC-DATE      TO IC-DATE
           MOVE WS-IC-CATEGORY  TO IC-CATEGORY
           MOVE WS-IC-NARRATIVE TO IC-NARRATIVE
           MOVE WS-OPERATOR-ID  TO IC-OPERATOR
           MOVE WS-IC-FINE      TO IC-FINE
           IF WS-IC-FINE > 0
               MOVE "Y" TO IC-FINE-POSTED
           ELSE
               MOVE "N" TO IC-FINE-POSTED
           END-IF
           OPEN EXTEND INCIDENT-FILE
           WRITE INCIDENT-RECORD
           CLOSE INCIDENT-FILE
           DISPLAY "INCIDENT RECORDED."

           IF WS-IC-FINE > 0
               PERFORM INCIDENT-POST-FINE
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: INCIDENT - POST THE FINE TO THE ACCOUNT
      *============================
      *Core types land on the dorm record; every other charge type
      *rides its charges.dat balance, so the fine shows up on the
      *statement like any other billable charge.
       INCIDENT-POST-FINE.
           IF WS-IC-DORM = SPACES OR WS-IC-DORM = "UNASSIGNED"
               DISPLAY "TENANT HAS NO ASSIGNED ROOM. FINE NOT "
                       "POSTED TO AN ACCOUNT."
               EXIT PARAGRAPH
           END-IF

           IF WS-IC-FINE-CODE = "RENT" OR
              WS-IC-FINE-CODE = "ELECTRICITY" OR
              WS-IC-FINE-CODE = "WATER"
               OPEN I-O DORM-FILE
               MOVE WS-IC-DORM TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       DISPLAY "WARNING: ROOM " WS-IC-DORM
                               " NOT FOUND. FINE NOT POSTED."
                   NOT INVALID KEY
                       EVALUATE WS-IC-FINE-CODE
                           WHEN "RENT"
                               ADD WS-IC-FINE
                                   TO DI-RENT-BALANCE-DUE
                           WHEN "ELECTRICITY"
                               ADD WS-IC-FINE
                                   TO DI-ELECTRICITY-BALANCE-DUE
                           WHEN "WATER"
                               ADD WS-IC-FINE
                                   TO DI-WATER-BALANCE-DUE
                       END-EVALUATE
                       REWRITE DORM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT POST "
                                       "THE FINE."
                           NOT INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE DORM-FILE
           ELSE
               OPEN I-O CHARGE-BALANCE-FILE
               IF WS-CB-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CHARGE-BALANCE-FILE
                   CLOSE CHARGE-BALANCE-FILE
                   OPEN I-O CHARGE-BALANCE-FILE
               END-IF
               MOVE "N" TO WS-OTHER-FOUND
               MOVE WS-IC-DORM TO CB-DORM-ID
               MOVE WS-IC-FINE-CODE TO CB-TYPE-CODE
               READ CHARGE-BALANCE-FILE
                   INVALID KEY
                       MOVE 0 TO CB-PAID-AMT
                       MOVE SPACES TO CB-LAST-PAID
                       MOVE 0 TO CB-BALANCE-DUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OTHER-FOUND
               END-READ
               MOVE WS-IC-DORM TO CB-DORM-ID
               MOVE WS-IC-FINE-CODE TO CB-TYPE-CODE
               MOVE WS-IC-FINE TO CB-AMOUNT
               ADD WS-IC-FINE TO CB-BALANCE-DUE
               MOVE WS-IC-DATE TO CB-DUE-DATE
               IF WS-OTHER-FOUND = "Y"
                   REWRITE CHARGE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT POST THE "
                                   "FINE."
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE CHARGE-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT POST THE "
                                   "FINE."
                       NOT INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               CLOSE CHARGE-BALANCE-FILE
           END-IF

           MOVE WS-IC-DORM TO WS-DORM-ID
           MOVE WS-IC-FINE-CODE TO WS-PAYMENT-TYPE
           MOVE WS-IC-FINE TO WS-AMOUNT-DUE
           MOVE 0 TO WS-AMOUNT-PAID
           MOVE WS-IC-DATE TO WS-PAYMENT-DATE-LOG
           MOVE WS-IC-DATE TO WS-DUE-DATE-LOG
           MOVE SPACES TO WS-PAYMENT-NOTES
           STRING "INCIDENT FINE (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IC-CATEGORY)
                  DELIMITED BY SIZE
                  "), TENANT " DELIMITED BY SIZE
                  WS-IC-TENANT DELIMITED BY SPACE
                  INTO WS-PAYMENT-NOTES
           END-STRING
           MOVE WS-IC-TENANT TO WS-PAYMENT-TENANT-LOG
           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG
           PERFORM LOG-PAYMENT-HISTORY
           DISPLAY "FINE OF " WS-IC-FINE " POSTED AS "
                   WS-IC-FINE-CODE " ON ROOM " WS-IC-DORM "."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW INCIDENTS
      *============================
       VIEW-INCIDENTS.
           DISPLAY "TENANT ID (EMPTY FOR ALL): "
           MOVE SPACES TO WS-IC-TENANT
           ACCEPT WS-IC-TENANT
           INSPECT WS-IC-TENANT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY " "
           DISPLAY "INCIDENTS ON FILE:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-IC-COUNT
           OPEN INPUT INCIDENT-FILE
           IF WS-IC-FILE-STATUS NOT = "00"
               DISPLAY "NO INCIDENTS ON FILE."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF WS-IC-TENANT = SPACES OR
                              IC-TENANT-ID = WS-IC-TENANT
                               ADD 1 TO WS-IC-COUNT
                               DISPLAY IC-DATE " | "
                                       IC-TENANT-ID " | ROOM "
                                       IC-DORM-ID " | "
                                       IC-CATEGORY
                                       " | FINE " IC-FINE
                                       " | BY " IC-OPERATOR
                               DISPLAY "    " FUNCTION
                                       TRIM(IC-NARRATIVE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "INCIDENTS LISTED: " WS-IC-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPEAT-OFFENDER ESCALATION VIEW
      *============================
       INCIDENT-ESCALATION-VIEW.
           DISPLAY "=========================================="
           DISPLAY "  REPEAT-OFFENDER ESCALATION VIEW"
           DISPLAY "=========================================="
           DISPLAY "ROLLING WINDOW IN DAYS (e.g., 090): "
           MOVE 0 TO WS-IC-WINDOW-DAYS
           ACCEPT WS-IC-WINDOW-DAYS
           IF WS-IC-WINDOW-DAYS = 0
               MOVE 90 TO WS-IC-WINDOW-DAYS
           END-IF
           DISPLAY "STRIKES THRESHOLD (e.g., 03): "
           MOVE 0 TO WS-IC-THRESHOLD
           ACCEPT WS-IC-THRESHOLD
           IF WS-IC-THRESHOLD = 0
               MOVE 3 TO WS-IC-THRESHOLD
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           INITIALIZE WS-IC-TEN-TABLE
           MOVE 0 TO WS-IC-TEN-COUNT

           OPEN INPUT INCIDENT-FILE
           IF WS-IC-FILE-STATUS NOT = "00"
               DISPLAY "NO INCIDENTS ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       MOVE IC-DATE TO WS-CHECK-DUE-DATE
                       PERFORM CALC-OVERDUE-DAYS
                       IF WS-DAYS-OVERDUE >= 0 AND
                          WS-DAYS-OVERDUE <= WS-IC-WINDOW-DAYS
                           PERFORM INCIDENT-TALLY-TENANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE

           DISPLAY " "
           DISPLAY "TENANTS AT OR PAST " WS-IC-THRESHOLD
                   " STRIKES IN THE LAST " WS-IC-WINDOW-DAYS
                   " DAYS:"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-IC-FLAGGED
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
               UNTIL WS-IC-IDX > WS-IC-TEN-COUNT
               IF WS-IC-TEN-CNT(WS-IC-IDX) >= WS-IC-THRESHOLD
                   ADD 1 TO WS-IC-FLAGGED
                   MOVE WS-IC-TEN-ID(WS-IC-IDX) TO WS-IC-TENANT
                   PERFORM INCIDENT-SHOW-LEASE-STATUS
                   DISPLAY "  " WS-IC-TEN-ID(WS-IC-IDX) " | "
                           WS-IC-TEN-CNT(WS-IC-IDX)
                           " INCIDENTS | LEASE "
                           WS-IC-LEASE-STATUS
               END-IF
           END-PERFORM
           IF WS-IC-FLAGGED = 0
               DISPLAY "  (NONE)"
           END-IF
           DISPLAY "----------------------------------------"

           IF WS-IC-FLAGGED > 0
               DISPLAY "MARK A TENANT'S LEASE FOR NON-RENEWAL "
                       "(TENANT ID, EMPTY TO SKIP): "
               MOVE SPACES TO WS-IC-TENANT
               ACCEPT WS-IC-TENANT
               INSPECT WS-IC-TENANT
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-IC-TENANT NOT = SPACES
                   PERFORM CHECK-MANAGER-ACCESS
                   IF WS-ACCESS-OK = "Y"
                       PERFORM INCIDENT-MARK-NONRENEWAL
                   END-IF
               END-IF
           END-IF
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: INCIDENTS - TALLY ONE ROW BY TENANT
      *============================
       INCIDENT-TALLY-TENANT.
           MOVE 0 TO WS-IC-FOUND-IDX
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
               UNTIL WS-IC-IDX > WS-IC-TEN-COUNT
               IF WS-IC-TEN-ID(WS-IC-IDX) = IC-TENANT-ID
                   MOVE WS-IC-IDX TO WS-IC-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-IC-FOUND-IDX = 0
               IF WS-IC-TEN-COUNT < 200
                   ADD 1 TO WS-IC-TEN-COUNT
                   MOVE WS-IC-TEN-COUNT TO WS-IC-FOUND-IDX
                   MOVE IC-TENANT-ID
                       TO WS-IC-TEN-ID(WS-IC-FOUND-IDX)
                   MOVE 0 TO WS-IC-TEN-CNT(WS-IC-FOUND-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-IC-TEN-CNT(WS-IC-FOUND-IDX)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: INCIDENTS - ACTIVE LEASE STATUS FOR A TENANT
      *============================
       INCIDENT-SHOW-LEASE-STATUS.
           MOVE "NONE" TO WS-IC-LEASE-STATUS
           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IC-SCAN-EOF
           PERFORM UNTIL WS-IC-SCAN-EOF = "Y"
               READ LEASE-FILE
                   AT END
                       MOVE "Y" TO WS-IC-SCAN-EOF
                   NOT AT END
                       IF LE-TENANT-ID = WS-IC-TENANT AND
                          LE-RENEWAL-STATUS NOT = "ENDED"
                           MOVE LE-RENEWAL-STATUS
                               TO WS-IC-LEASE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEASE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: INCIDENTS - MARK A LEASE FOR NON-RENEWAL
      *============================
       INCIDENT-MARK-NONRENEWAL.
           *> Rebuilds lease.dat through its temp file, so it runs
           *> under the update lock
           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "THE LEASE FILE IS BUSY. TRY AGAIN "
                       "SHORTLY."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LEASE-FILE
           IF WS-LEASE-FILE-STATUS NOT = "00"
               DISPLAY "NO LEASES ON FILE."
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-LEASE-FILE

           MOVE "N" TO WS-IC-CONFIRM
           MOVE "N" TO WS-IC-SCAN-EOF
           PERFORM UNTIL WS-IC-SCAN-EOF = "Y"
               READ LEASE-FILE
                   AT END
                       MOVE "Y" TO WS-IC-SCAN-EOF
                   NOT AT END
                       IF LE-TENANT-ID = WS-IC-TENANT AND
                          LE-RENEWAL-STATUS = "ACTIVE"
                           MOVE "NONRENEWAL"
                               TO LE-RENEWAL-STATUS
                           MOVE "Y" TO WS-IC-CONFIRM
                       END-IF
                       WRITE TEMP-LEASE-RECORD FROM LEASE-RECORD
               END-READ
           END-PERFORM
           CLOSE LEASE-FILE TEMP-LEASE-FILE
           PERFORM SAVE-LEASE-RECORD
           PERFORM RELEASE-UPDATE-LOCK

           IF WS-IC-CONFIRM = "Y"
               DISPLAY "LEASE FOR TENANT " WS-IC-TENANT
                       " MARKED NONRENEWAL."
               MOVE "LEASE" TO WS-AJ-RECORD-TYPE
               MOVE WS-IC-TENANT TO WS-AJ-KEY
               MOVE "EDIT" TO WS-AJ-ACTION
               MOVE "RENEWAL STATUS" TO WS-AJ-FIELD
               MOVE "ACTIVE" TO WS-AJ-OLD-VALUE
               MOVE "NONRENEWAL" TO WS-AJ-NEW-VALUE
               PERFORM LOG-AUDIT-JOURNAL
           ELSE
               DISPLAY "NO ACTIVE LEASE FOUND FOR TENANT "
                       WS-IC-TENANT "."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRE-DUE PAYMENT REMINDER EXTRACT
      *============================
       GENERATE-PAYMENT-REMINDERS.
           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "=========================================="
           DISPLAY "   PRE-DUE PAYMENT REMINDERS (SMS)"
           DISPLAY "=========================================="
           DISPLAY "Finds every room with a charge coming due "
                   "within the chosen number of days, writes one "
                   "text per tenant to the outbound SMS CSV, and "
                   "logs what went out so nobody is texted twice "
                   "for the same due date."
           DISPLAY " "

           MOVE 0 TO WS-REM-DAYS-AHEAD
           IF WS-JOB-UNATTENDED = "N"
               DISPLAY "DAYS AHEAD TO LOOK (EMPTY FOR "
                       WS-PARM-REM-DAYS "): "
               ACCEPT WS-REM-DAYS-AHEAD
           END-IF
           IF WS-REM-DAYS-AHEAD = 0
               MOVE WS-PARM-REM-DAYS TO WS-REM-DAYS-AHEAD
           END-IF

           *> A batch run looks ahead from its run date, as the
           *> billing run bills on it
           IF WS-JOB-UNATTENDED = "Y"
               MOVE WS-JOB-RUN-DATE TO WS-REM-TODAY-DATE
               MOVE WS-JOB-RUN-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
               MOVE WS-JOB-RUN-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
               MOVE WS-JOB-RUN-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-REM-TODAY-DATE
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-REM-TODAY-DATE
               END-STRING
           END-IF

           MOVE SPACES TO WS-SMS-FILENAME
           STRING "sms_out_" DELIMITED BY SIZE
                  WS-REM-TODAY-DATE DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-SMS-FILENAME
           END-STRING
           OPEN OUTPUT SMS-OUT-FILE
           MOVE "NUMBER,MESSAGE" TO SMS-OUT-RECORD
           WRITE SMS-OUT-RECORD

           PERFORM PLAN-CHECK-MISSED

           MOVE 0 TO WS-REM-COUNT
           MOVE 0 TO WS-REM-SKIP-COUNT
           MOVE 0 TO WS-REM-PLAN-COUNT

           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   DISPLAY "NO DORMS IN SYSTEM"
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DI-OCCUPANT-COUNT > 0
                           PERFORM REM-CHECK-ONE-DORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           CLOSE SMS-OUT-FILE

           DISPLAY " "
           DISPLAY "REMINDERS WRITTEN: " WS-REM-COUNT
           DISPLAY "ALREADY SENT (SKIPPED): " WS-REM-SKIP-COUNT
           DISPLAY "ON A CURRENT PAYMENT PLAN (SUSPENDED): "
                   WS-REM-PLAN-COUNT
           DISPLAY "EXTRACT SAVED TO "
                   FUNCTION TRIM(WS-SMS-FILENAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REMINDERS - CHECK ONE DORM'S DUE DATES
      *============================
       REM-CHECK-ONE-DORM.
           PERFORM PLAN-ROOM-STATUS
           IF WS-PLAN-ROOM-STATE = "C"
               ADD 1 TO WS-REM-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF

           IF DI-RENT-BALANCE-DUE > 0 AND DI-RENT-DUE NOT = SPACES
               MOVE DI-RENT-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               COMPUTE WS-REM-DAYS-TO-DUE = 0 - WS-DAYS-OVERDUE
               IF WS-REM-DAYS-TO-DUE >= 0 AND
                  WS-REM-DAYS-TO-DUE <= WS-REM-DAYS-AHEAD
                   MOVE "RENT" TO WS-REM-TYPE
                   MOVE DI-RENT-BALANCE-DUE TO WS-REM-AMOUNT
                   MOVE DI-RENT-DUE TO WS-REM-DUE-DATE
                   PERFORM REM-NOTIFY-ROOM-TENANTS
               END-IF
           END-IF
           IF DI-ELECTRICITY-BALANCE-DUE > 0 AND
              DI-ELECTRICITY-DUE NOT = SPACES
               MOVE DI-ELECTRICITY-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               COMPUTE WS-REM-DAYS-TO-DUE = 0 - WS-DAYS-OVERDUE
               IF WS-REM-DAYS-TO-DUE >= 0 AND
                  WS-REM-DAYS-TO-DUE <= WS-REM-DAYS-AHEAD
                   MOVE "ELECTRICITY" TO WS-REM-TYPE
                   MOVE DI-ELECTRICITY-BALANCE-DUE
                       TO WS-REM-AMOUNT
                   MOVE DI-ELECTRICITY-DUE TO WS-REM-DUE-DATE
                   PERFORM REM-NOTIFY-ROOM-TENANTS
               END-IF
           END-IF
           IF DI-WATER-BALANCE-DUE > 0 AND
              DI-WATER-DUE NOT = SPACES
               MOVE DI-WATER-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               COMPUTE WS-REM-DAYS-TO-DUE = 0 - WS-DAYS-OVERDUE
               IF WS-REM-DAYS-TO-DUE >= 0 AND
                  WS-REM-DAYS-TO-DUE <= WS-REM-DAYS-AHEAD
                   MOVE "WATER" TO WS-REM-TYPE
                   MOVE DI-WATER-BALANCE-DUE TO WS-REM-AMOUNT
                   MOVE DI-WATER-DUE TO WS-REM-DUE-DATE
                   PERFORM REM-NOTIFY-ROOM-TENANTS
               END-IF
           END-IF

           PERFORM REM-CHECK-OTHER-CHARGES
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REMINDERS - TABLE-DRIVEN CHARGES FOR ONE DORM
      *============================
       REM-CHECK-OTHER-CHARGES.
           OPEN INPUT CHARGE-BALANCE-FILE
           IF WS-CB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE DI-ID TO CB-DORM-ID
           MOVE LOW-VALUES TO CB-TYPE-CODE
           MOVE "N" TO UTIL-EOF
           START CHARGE-BALANCE-FILE KEY >= CB-KEY
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ CHARGE-BALANCE-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF CB-DORM-ID = DI-ID
                           IF CB-BALANCE-DUE > 0 AND
                              CB-DUE-DATE NOT = SPACES
                               MOVE CB-DUE-DATE
                                   TO WS-CHECK-DUE-DATE
                               PERFORM CALC-OVERDUE-DAYS
                               COMPUTE WS-REM-DAYS-TO-DUE =
                                       0 - WS-DAYS-OVERDUE
                               IF WS-REM-DAYS-TO-DUE >= 0 AND
                                  WS-REM-DAYS-TO-DUE <=
                                      WS-REM-DAYS-AHEAD
                                   MOVE CB-TYPE-CODE
                                       TO WS-REM-TYPE
                                   MOVE CB-BALANCE-DUE
                                       TO WS-REM-AMOUNT
                                   MOVE CB-DUE-DATE
                                       TO WS-REM-DUE-DATE
                                   PERFORM REM-NOTIFY-ROOM-TENANTS
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO UTIL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-BALANCE-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REMINDERS - TEXT EVERY TENANT OF THE ROOM
      *============================
       REM-NOTIFY-ROOM-TENANTS.
           IF DI-OCCUPANT-COUNT > 0
               COMPUTE WS-REM-SHARE ROUNDED =
                       WS-REM-AMOUNT / DI-OCCUPANT-COUNT
           ELSE
               MOVE WS-REM-AMOUNT TO WS-REM-SHARE
           END-IF
           MOVE WS-REM-SHARE TO WS-REM-EDIT

           OPEN INPUT TENANT-FILE
           MOVE "N" TO WS-REM-SCAN-EOF
           MOVE DI-ID TO SI-ASSIGNED-D-ID
           START TENANT-FILE KEY = SI-ASSIGNED-D-ID
               INVALID KEY
                   MOVE "Y" TO WS-REM-SCAN-EOF
           END-START
           PERFORM UNTIL WS-REM-SCAN-EOF = "Y"
               READ TENANT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-REM-SCAN-EOF
                   NOT AT END
                       IF SI-ASSIGNED-D-ID NOT = DI-ID
                           MOVE "Y" TO WS-REM-SCAN-EOF
                       ELSE
                           IF SI-CONTACT-NUM NOT = SPACES
                               PERFORM REM-SEND-ONE-TENANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REMINDERS - ONE TENANT, ONE CHARGE
      *============================
       REM-SEND-ONE-TENANT.
           PERFORM REM-ALREADY-SENT
           IF WS-REM-ALREADY = "Y"
               ADD 1 TO WS-REM-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           *> The message carries no commas so the two-column CSV
           *> stays parseable by the gateway
           MOVE SPACES TO SMS-OUT-RECORD
           STRING SI-CONTACT-NUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "HI " DELIMITED BY SIZE
                  FUNCTION TRIM(SI-NAME) DELIMITED BY SIZE
                  " - YOUR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REM-TYPE) DELIMITED BY SIZE
                  " SHARE OF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REM-EDIT) DELIMITED BY SIZE
                  " FOR ROOM " DELIMITED BY SIZE
                  DI-ID DELIMITED BY SPACE
                  " IS DUE ON " DELIMITED BY SIZE
                  WS-REM-DUE-DATE DELIMITED BY SPACE
                  ". PLEASE SETTLE AT THE FRONT DESK. THANK YOU."
                  DELIMITED BY SIZE
                  INTO SMS-OUT-RECORD
           END-STRING
           WRITE SMS-OUT-RECORD
           ADD 1 TO WS-REM-COUNT

           MOVE SI-ID IN TENANT-RECORD TO RL-TENANT-ID
           MOVE DI-ID TO RL-DORM-ID
           MOVE WS-REM-TYPE TO RL-CHARGE-TYPE
           MOVE WS-REM-DUE-DATE TO RL-DUE-DATE
           MOVE WS-REM-TODAY-DATE TO RL-SENT-DATE
           OPEN EXTEND REMINDER-LOG-FILE
           WRITE REMINDER-LOG-RECORD
           CLOSE REMINDER-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REMINDERS - SAME TEXT ALREADY SENT?
      *============================
       REM-ALREADY-SENT.
           MOVE "N" TO WS-REM-ALREADY
           OPEN INPUT REMINDER-LOG-FILE
           IF WS-REM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REM-LOG-EOF
           PERFORM UNTIL WS-REM-LOG-EOF = "Y"
               READ REMINDER-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-REM-LOG-EOF
                   NOT AT END
                       IF RL-TENANT-ID =
                              SI-ID IN TENANT-RECORD AND
                          RL-CHARGE-TYPE = WS-REM-TYPE AND
                          RL-DUE-DATE = WS-REM-DUE-DATE
                           MOVE "Y" TO WS-REM-ALREADY
                           MOVE "Y" TO WS-REM-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMINDER-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LOG AN OCCUPANCY EVENT
      *============================
       LOG-OCCUPANCY-EVENT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           IF WS-OL-DATE = SPACES
               STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                      INTO WS-OL-DATE
               END-STRING
           END-IF

           MOVE WS-OL-DORM-ID   TO OL-DORM-ID
           MOVE WS-OL-EVENT     TO OL-EVENT
           MOVE WS-OL-TENANT-ID TO OL-TENANT-ID
           MOVE WS-OL-DATE      TO OL-DATE
           MOVE SPACES TO OL-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO OL-TIMESTAMP
           END-STRING

           OPEN EXTEND OCCUPANCY-LOG-FILE
           WRITE OCCUPANCY-LOG-RECORD
           CLOSE OCCUPANCY-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: OCCUPANCY / VACANCY ANALYTICS REPORT
      *============================
       OCCUPANCY-ANALYTICS-REPORT.
           DISPLAY "=========================================="
           DISPLAY "   OCCUPANCY / VACANCY ANALYTICS"
           DISPLAY "=========================================="

           *> Total room count gives the denominator for the
           *> occupancy percentage
           MOVE 0 TO WS-OCC-TOTAL-ROOMS
           OPEN INPUT DORM-FILE
           MOVE LOW-VALUES TO DI-ID
           START DORM-FILE KEY >= DI-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-DORM-FILE-STATUS NOT = "00"
               READ DORM-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-OCC-TOTAL-ROOMS
               END-READ
           END-PERFORM
           CLOSE DORM-FILE

           INITIALIZE WS-OCC-ROOM-TABLE
           MOVE 0 TO WS-OCC-ROOM-COUNT
           MOVE 0 TO WS-OCC-EVENT-COUNT
           MOVE 0 TO WS-OCC-MONTH-CHECKINS
           MOVE 0 TO WS-OCC-MONTH-CHECKOUTS
           MOVE SPACES TO WS-OCC-PREV-MONTH

           *> Out-of-service spells are kept apart from vacancy
           PERFORM OCC-LOAD-DOWNTIME

           OPEN INPUT OCCUPANCY-LOG-FILE
           IF WS-OCC-FILE-STATUS NOT = "00"
               DISPLAY "NO OCCUPANCY EVENTS ON FILE YET."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "MONTHLY ACTIVITY (CHECK-INS / CHECK-OUTS / "
                   "MONTH-END OCCUPANCY / OUT OF SERVICE):"
           DISPLAY "------------------------------------------"

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ OCCUPANCY-LOG-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       ADD 1 TO WS-OCC-EVENT-COUNT
                       PERFORM OCC-APPLY-EVENT
               END-READ
           END-PERFORM
           CLOSE OCCUPANCY-LOG-FILE

           IF WS-OCC-PREV-MONTH NOT = SPACES
               PERFORM OCC-EMIT-MONTH-LINE
           END-IF

           DISPLAY " "
           DISPLAY "PER-ROOM TURNOVER AND VACANCY:"
           DISPLAY "------------------------------------------"
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
               UNTIL WS-OCC-IDX > WS-OCC-ROOM-COUNT
               DISPLAY "ROOM " WS-OCC-ROOM-ID(WS-OCC-IDX)
                       " | CHECK-INS: "
                       WS-OCC-CHECKINS(WS-OCC-IDX)
                       " | CHECK-OUTS: "
                       WS-OCC-CHECKOUTS(WS-OCC-IDX)
               IF WS-OCC-VACANCY-COUNT(WS-OCC-IDX) > 0
                   COMPUTE WS-OCC-AVG-DAYS =
                           WS-OCC-VACANT-DAYS(WS-OCC-IDX) /
                           WS-OCC-VACANCY-COUNT(WS-OCC-IDX)
                   DISPLAY "           AVG DAYS VACANT BETWEEN "
                           "TENANTS: " WS-OCC-AVG-DAYS
               END-IF
               MOVE 0 TO WS-DT-ROOM-DAYS
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                   IF WS-DT-DORM-ID(WS-DT-IDX) =
                      WS-OCC-ROOM-ID(WS-OCC-IDX)
                       COMPUTE WS-DT-ROOM-DAYS = WS-DT-ROOM-DAYS +
                               WS-DT-END-INT(WS-DT-IDX) -
                               WS-DT-START-INT(WS-DT-IDX)
                   END-IF
               END-PERFORM
               IF WS-DT-ROOM-DAYS > 0
                   DISPLAY "           DAYS OUT OF SERVICE: "
                           WS-DT-ROOM-DAYS
               END-IF
           END-PERFORM

           IF WS-DT-COUNT > 0
               DISPLAY " "
               DISPLAY "OUT-OF-SERVICE PERIODS (NOT COUNTED AS "
                       "VACANCY):"
               DISPLAY "------------------------------------------"
               MOVE 0 TO WS-DT-TOTAL-DAYS
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                   COMPUTE WS-OOS-DAYS =
                           WS-DT-END-INT(WS-DT-IDX) -
                           WS-DT-START-INT(WS-DT-IDX)
                   ADD WS-OOS-DAYS TO WS-DT-TOTAL-DAYS
                   MOVE WS-OOS-DAYS TO WS-OOS-DAYS-EDIT
                   MOVE WS-DT-CREDIT(WS-DT-IDX) TO WS-OOS-AMT-EDIT
                   DISPLAY "ROOM " WS-DT-DORM-ID(WS-DT-IDX)
                           " " WS-DT-WO-ID(WS-DT-IDX)
                           " " WS-DT-START(WS-DT-IDX)
                           " TO " WS-DT-END(WS-DT-IDX)
                           " DAYS " WS-OOS-DAYS-EDIT
                           " ABATED " WS-OOS-AMT-EDIT
               END-PERFORM
               DISPLAY "TOTAL DAYS OUT OF SERVICE: " WS-DT-TOTAL-DAYS
           END-IF

           DISPLAY " "
           DISPLAY "TOTAL EVENTS ON LOG: " WS-OCC-EVENT-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANALYTICS - APPLY ONE OCCUPANCY EVENT
      *============================
       OCC-APPLY-EVENT.
           *> Month rollover: emit the closing line for the month
           *> just finished (the log is written in date order)
           IF OL-DATE(1:7) NOT = WS-OCC-PREV-MONTH
               IF WS-OCC-PREV-MONTH NOT = SPACES
                   PERFORM OCC-EMIT-MONTH-LINE
               END-IF
               MOVE OL-DATE(1:7) TO WS-OCC-PREV-MONTH
               MOVE 0 TO WS-OCC-MONTH-CHECKINS
               MOVE 0 TO WS-OCC-MONTH-CHECKOUTS
           END-IF

           *> Find (or add) this room's slot
           MOVE 0 TO WS-OCC-FOUND-IDX
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
               UNTIL WS-OCC-IDX > WS-OCC-ROOM-COUNT
               IF WS-OCC-ROOM-ID(WS-OCC-IDX) = OL-DORM-ID
                   MOVE WS-OCC-IDX TO WS-OCC-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-OCC-FOUND-IDX = 0
               IF WS-OCC-ROOM-COUNT < 999
                   ADD 1 TO WS-OCC-ROOM-COUNT
                   MOVE WS-OCC-ROOM-COUNT TO WS-OCC-FOUND-IDX
                   MOVE OL-DORM-ID TO
                       WS-OCC-ROOM-ID(WS-OCC-FOUND-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF OL-EVENT = "CHECKIN"
               ADD 1 TO WS-OCC-MONTH-CHECKINS
               ADD 1 TO WS-OCC-CHECKINS(WS-OCC-FOUND-IDX)
               IF WS-OCC-CURR(WS-OCC-FOUND-IDX) = 0 AND
                  WS-OCC-VACANT-SINCE(WS-OCC-FOUND-IDX)
                      NOT = SPACES
                   PERFORM OCC-ADD-VACANCY-SPELL
               END-IF
               ADD 1 TO WS-OCC-CURR(WS-OCC-FOUND-IDX)
           ELSE
               ADD 1 TO WS-OCC-MONTH-CHECKOUTS
               ADD 1 TO WS-OCC-CHECKOUTS(WS-OCC-FOUND-IDX)
               IF WS-OCC-CURR(WS-OCC-FOUND-IDX) > 0
                   SUBTRACT 1 FROM WS-OCC-CURR(WS-OCC-FOUND-IDX)
               END-IF
               IF WS-OCC-CURR(WS-OCC-FOUND-IDX) = 0
                   MOVE OL-DATE TO
                       WS-OCC-VACANT-SINCE(WS-OCC-FOUND-IDX)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANALYTICS - CLOSE A VACANCY SPELL
      *============================
       OCC-ADD-VACANCY-SPELL.
           MOVE WS-OCC-VACANT-SINCE(WS-OCC-FOUND-IDX)(1:4)
               TO WS-OCC-DATE-NUM(1:4)
           MOVE WS-OCC-VACANT-SINCE(WS-OCC-FOUND-IDX)(6:2)
               TO WS-OCC-DATE-NUM(5:2)
           MOVE WS-OCC-VACANT-SINCE(WS-OCC-FOUND-IDX)(9:2)
               TO WS-OCC-DATE-NUM(7:2)
           COMPUTE WS-OCC-DAYS =
                   0 - FUNCTION INTEGER-OF-DATE(WS-OCC-DATE-NUM)
           MOVE OL-DATE(1:4) TO WS-OCC-DATE-NUM(1:4)
           MOVE OL-DATE(6:2) TO WS-OCC-DATE-NUM(5:2)
           MOVE OL-DATE(9:2) TO WS-OCC-DATE-NUM(7:2)
           COMPUTE WS-OCC-DAYS = WS-OCC-DAYS +
                   FUNCTION INTEGER-OF-DATE(WS-OCC-DATE-NUM)
           *> Days the room spent out of service inside the spell
           *> are downtime, not vacancy
           IF WS-DT-COUNT > 0 AND WS-OCC-DAYS > 0
               COMPUTE WS-OCC-SPELL-TO =
                       FUNCTION INTEGER-OF-DATE(WS-OCC-DATE-NUM)
               COMPUTE WS-OCC-SPELL-FROM =
                       WS-OCC-SPELL-TO - WS-OCC-DAYS
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                   IF WS-DT-DORM-ID(WS-DT-IDX) = OL-DORM-ID
                       MOVE WS-OCC-SPELL-FROM TO WS-DT-LO
                       IF WS-DT-START-INT(WS-DT-IDX) > WS-DT-LO
                           MOVE WS-DT-START-INT(WS-DT-IDX)
                               TO WS-DT-LO
                       END-IF
                       MOVE WS-OCC-SPELL-TO TO WS-DT-HI
                       IF WS-DT-END-INT(WS-DT-IDX) < WS-DT-HI
                           MOVE WS-DT-END-INT(WS-DT-IDX) TO WS-DT-HI
                       END-IF
                       IF WS-DT-HI > WS-DT-LO
                           COMPUTE WS-OCC-DAYS = WS-OCC-DAYS -
                                   (WS-DT-HI - WS-DT-LO)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OCC-DAYS > 0
               ADD WS-OCC-DAYS TO
                   WS-OCC-VACANT-DAYS(WS-OCC-FOUND-IDX)
               ADD 1 TO WS-OCC-VACANCY-COUNT(WS-OCC-FOUND-IDX)
           END-IF
           MOVE SPACES TO WS-OCC-VACANT-SINCE(WS-OCC-FOUND-IDX)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANALYTICS - EMIT ONE MONTH'S LINE
      *============================
       OCC-EMIT-MONTH-LINE.
           MOVE 0 TO WS-OCC-OCCUPIED-ROOMS
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
               UNTIL WS-OCC-IDX > WS-OCC-ROOM-COUNT
               IF WS-OCC-CURR(WS-OCC-IDX) > 0
                   ADD 1 TO WS-OCC-OCCUPIED-ROOMS
               END-IF
           END-PERFORM

           *> Rooms still out of service at the close of the month
           MOVE 0 TO WS-OCC-OOS-ROOMS
           MOVE SPACES TO WS-OCC-MONTH-END
           STRING WS-OCC-PREV-MONTH DELIMITED BY SIZE
                  "-31" DELIMITED BY SIZE
                  INTO WS-OCC-MONTH-END
           END-STRING
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-START(WS-DT-IDX) <= WS-OCC-MONTH-END AND
                  WS-DT-END(WS-DT-IDX) > WS-OCC-MONTH-END
                   ADD 1 TO WS-OCC-OOS-ROOMS
               END-IF
           END-PERFORM

           IF WS-OCC-TOTAL-ROOMS > 0
               COMPUTE WS-OCC-PCT =
                       WS-OCC-OCCUPIED-ROOMS * 100 /
                       WS-OCC-TOTAL-ROOMS
           ELSE
               MOVE 0 TO WS-OCC-PCT
           END-IF

           DISPLAY WS-OCC-PREV-MONTH
                   " | IN: " WS-OCC-MONTH-CHECKINS
                   " | OUT: " WS-OCC-MONTH-CHECKOUTS
                   " | OCCUPANCY: " WS-OCC-OCCUPIED-ROOMS
                   "/" WS-OCC-TOTAL-ROOMS
                   " (" WS-OCC-PCT "%)"
                   " | OOS: " WS-OCC-OOS-ROOMS
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ANALYTICS - LOAD THE ROOM DOWNTIME LOG
      *============================
       OCC-LOAD-DOWNTIME.
           MOVE 0 TO WS-DT-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WO-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-WO-TODAY
           END-STRING

           OPEN INPUT ROOM-DOWNTIME-FILE
           IF WS-RD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RD-FILE-STATUS NOT = "00"
               READ ROOM-DOWNTIME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-DT-COUNT < 500
                           ADD 1 TO WS-DT-COUNT
                           MOVE RD-DORM-ID
                               TO WS-DT-DORM-ID(WS-DT-COUNT)
                           MOVE RD-WO-ID TO WS-DT-WO-ID(WS-DT-COUNT)
                           MOVE RD-START-DATE
                               TO WS-DT-START(WS-DT-COUNT)
                           *> A room still out counts through today
                           IF RD-STATUS = "OPEN"
                               MOVE WS-WO-TODAY
                                   TO WS-DT-END(WS-DT-COUNT)
                           ELSE
                               MOVE RD-END-DATE
                                   TO WS-DT-END(WS-DT-COUNT)
                           END-IF
                           MOVE RD-CREDIT-TOTAL
                               TO WS-DT-CREDIT(WS-DT-COUNT)
                           MOVE RD-START-DATE(1:4)
                               TO WS-OOS-DATE-NUM(1:4)
                           MOVE RD-START-DATE(6:2)
                               TO WS-OOS-DATE-NUM(5:2)
                           MOVE RD-START-DATE(9:2)
                               TO WS-OOS-DATE-NUM(7:2)
                           COMPUTE WS-DT-START-INT(WS-DT-COUNT) =
                               FUNCTION INTEGER-OF-DATE(WS-OOS-DATE-NUM)
                           MOVE WS-DT-END(WS-DT-COUNT)(1:4)
                               TO WS-OOS-DATE-NUM(1:4)
                           MOVE WS-DT-END(WS-DT-COUNT)(6:2)
                               TO WS-OOS-DATE-NUM(5:2)
                           MOVE WS-DT-END(WS-DT-COUNT)(9:2)
                               TO WS-OOS-DATE-NUM(7:2)
                           COMPUTE WS-DT-END-INT(WS-DT-COUNT) =
                               FUNCTION INTEGER-OF-DATE(WS-OOS-DATE-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOM-DOWNTIME-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: WRITE A CHANGE-AUDIT JOURNAL ENTRY
      *============================
       LOG-AUDIT-JOURNAL.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           MOVE SPACES TO AJ-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO AJ-TIMESTAMP
           END-STRING
           MOVE WS-OPERATOR-ID   TO AJ-OPERATOR
           MOVE WS-AJ-RECORD-TYPE TO AJ-RECORD-TYPE
           MOVE WS-AJ-KEY        TO AJ-KEY
           MOVE WS-AJ-ACTION     TO AJ-ACTION
           MOVE WS-AJ-FIELD      TO AJ-FIELD
           MOVE WS-AJ-OLD-VALUE  TO AJ-OLD-VALUE
           MOVE WS-AJ-NEW-VALUE  TO AJ-NEW-VALUE

           OPEN EXTEND AUDIT-JOURNAL-FILE
           WRITE AUDIT-JOURNAL-RECORD
           CLOSE AUDIT-JOURNAL-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: QUEUE A DORM FIELD EDIT FOR THE JOURNAL
      *============================
      *Edits are journaled only after the REWRITE (or the tenant
      *temp-rewrite) has actually landed, so a failed update never
      *leaves journal rows claiming changes that did not happen.
       LOG-DORM-EDIT-ENTRY.
           PERFORM QUEUE-EDIT-JOURNAL-ROW
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: QUEUE A TENANT FIELD EDIT FOR THE JOURNAL
      *============================
       LOG-TENANT-EDIT-ENTRY.
           PERFORM QUEUE-EDIT-JOURNAL-ROW
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: HOLD ONE EDIT ROW UNTIL THE UPDATE SUCCEEDS
      *============================
       QUEUE-EDIT-JOURNAL-ROW.
           IF WS-AJP-COUNT < 20
               ADD 1 TO WS-AJP-COUNT
               MOVE WS-AJ-FIELD TO WS-AJP-FIELD(WS-AJP-COUNT)
               MOVE WS-AJ-OLD-VALUE TO WS-AJP-OLD(WS-AJP-COUNT)
               MOVE WS-AJ-NEW-VALUE TO WS-AJP-NEW(WS-AJP-COUNT)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: WRITE THE HELD EDIT ROWS TO THE JOURNAL
      *============================
      *Caller sets WS-AJ-RECORD-TYPE and WS-AJ-KEY first.
       FLUSH-EDIT-JOURNAL.
           MOVE "EDIT" TO WS-AJ-ACTION
           PERFORM VARYING WS-AJP-IDX FROM 1 BY 1
               UNTIL WS-AJP-IDX > WS-AJP-COUNT
               MOVE WS-AJP-FIELD(WS-AJP-IDX) TO WS-AJ-FIELD
               MOVE WS-AJP-OLD(WS-AJP-IDX) TO WS-AJ-OLD-VALUE
               MOVE WS-AJP-NEW(WS-AJP-IDX) TO WS-AJ-NEW-VALUE
               PERFORM LOG-AUDIT-JOURNAL
           END-PERFORM
           MOVE 0 TO WS-AJP-COUNT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: AUDIT JOURNAL INQUIRY
      *============================
       AUDIT-JOURNAL-INQUIRY.
           DISPLAY "=========================================="
           DISPLAY "       AUDIT JOURNAL INQUIRY"
           DISPLAY "=========================================="
           DISPLAY "All filters optional; leave empty for ANY."
           DISPLAY " "

           DISPLAY "DORM OR TENANT ID: "
           MOVE SPACES TO WS-AJQ-KEY
           ACCEPT WS-AJQ-KEY
           INSPECT WS-AJQ-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "OPERATOR ID: "
           MOVE SPACES TO WS-AJQ-OPER
           ACCEPT WS-AJQ-OPER
           INSPECT WS-AJQ-OPER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "FROM DATE (YYYY-MM-DD): "
           MOVE SPACES TO WS-AJQ-FROM
           ACCEPT WS-AJQ-FROM

           DISPLAY "TO DATE (YYYY-MM-DD): "
           MOVE SPACES TO WS-AJQ-TO
           ACCEPT WS-AJQ-TO

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "              CHANGE JOURNAL"
           DISPLAY "================================================"

           MOVE 0 TO WS-AJQ-COUNT
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDITLOG-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ENTRIES ON FILE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ AUDIT-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       MOVE "Y" TO WS-AJQ-MATCH
                       IF WS-AJQ-KEY NOT = SPACES AND
                          AJ-KEY NOT = WS-AJQ-KEY
                           MOVE "N" TO WS-AJQ-MATCH
                       END-IF
                       IF WS-AJQ-OPER NOT = SPACES AND
                          AJ-OPERATOR NOT = WS-AJQ-OPER
                           MOVE "N" TO WS-AJQ-MATCH
                       END-IF
                       IF WS-AJQ-FROM NOT = SPACES AND
                          AJ-TIMESTAMP(1:10) < WS-AJQ-FROM
                           MOVE "N" TO WS-AJQ-MATCH
                       END-IF
                       IF WS-AJQ-TO NOT = SPACES AND
                          AJ-TIMESTAMP(1:10) > WS-AJQ-TO
                           MOVE "N" TO WS-AJQ-MATCH
                       END-IF

                       IF WS-AJQ-MATCH = "Y"
                           ADD 1 TO WS-AJQ-COUNT
                           DISPLAY AJ-TIMESTAMP " | " AJ-OPERATOR
                                   " | " AJ-RECORD-TYPE " "
                                   AJ-KEY " | " AJ-ACTION
                           DISPLAY "    " AJ-FIELD ": "
                                   AJ-OLD-VALUE " -> "
                                   AJ-NEW-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-JOURNAL-FILE

           DISPLAY " "
           DISPLAY "ENTRIES SHOWN: " WS-AJQ-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MAINTENANCE WORK ORDER MENU
      *============================
       MAINTENANCE-MENU.
           PERFORM UNTIL UTIL-WO-CHOICE = 6
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "  MAINTENANCE WORK ORDERS  "
           DISPLAY "==========================="
           DISPLAY "1 - LOG NEW WORK ORDER"
           DISPLAY "2 - VIEW WORK ORDERS"
           DISPLAY "3 - UPDATE WORK ORDER"
           DISPLAY "4 - VIEW ROOM CONDITION INVENTORY"
           DISPLAY "5 - PREVENTIVE MAINTENANCE SCHEDULE"
           DISPLAY "6 - BACK TO MAIN MENU"

           DISPLAY "ENTER CHOICE (1 - 6): "
           ACCEPT UTIL-WO-CHOICE

           EVALUATE UTIL-WO-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM LOG-WORK-ORDER
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-WORK-ORDERS
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM UPDATE-WORK-ORDER
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM VIEW-ROOM-INVENTORY
               WHEN 5
                   MOVE 0 TO UTIL-PS-CHOICE
                   PERFORM PM-SCHEDULE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LOG NEW WORK ORDER
      *============================
       LOG-WORK-ORDER.
           DISPLAY "=============================="
           DISPLAY "     LOG NEW WORK ORDER"
           DISPLAY "=============================="
           PERFORM SHOW-DORM-ID

           DISPLAY "ROOM (DORM ID, e.g., F01-R001): "
           ACCEPT WS-WO-NEW-DORM
           INSPECT WS-WO-NEW-DORM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           OPEN INPUT DORM-FILE
           MOVE WS-WO-NEW-DORM TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-ROOM-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-ROOM-FLAG
           END-READ
           CLOSE DORM-FILE

           IF WS-VALID-ROOM-FLAG = "N"
               DISPLAY "ERROR: ROOM " WS-WO-NEW-DORM " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DESCRIPTION OF THE PROBLEM: "
           MOVE SPACES TO WS-WO-NEW-DESC
           ACCEPT WS-WO-NEW-DESC
           PERFORM UNTIL WS-WO-NEW-DESC NOT = SPACES
               DISPLAY "DESCRIPTION CANNOT BE BLANK: "
               ACCEPT WS-WO-NEW-DESC
           END-PERFORM

           DISPLAY "TENANT-CHARGEABLE DAMAGE? (Y/N): "
           ACCEPT WS-WO-NEW-CHARGEABLE
           INSPECT WS-WO-NEW-CHARGEABLE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-WO-NEW-CHARGEABLE = "Y" OR
                         WS-WO-NEW-CHARGEABLE = "N"
               DISPLAY "INVALID INPUT. PLEASE ENTER Y OR N: "
               ACCEPT WS-WO-NEW-CHARGEABLE
               INSPECT WS-WO-NEW-CHARGEABLE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           DISPLAY "ESTIMATED COST (0 IF UNKNOWN): "
           MOVE 0 TO WS-WO-NEW-COST
           ACCEPT WS-WO-NEW-COST

           *> A fault that makes the room uninhabitable takes it out
           *> of service until the work order is closed
           DISPLAY "DOES THE FAULT MAKE THE ROOM UNINHABITABLE? "
                   "(Y/N): "
           ACCEPT WS-OOS-FLAG
           INSPECT WS-OOS-FLAG
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM UNTIL WS-OOS-FLAG = "Y" OR
                         WS-OOS-FLAG = "N"
               DISPLAY "INVALID INPUT. PLEASE ENTER Y OR N: "
               ACCEPT WS-OOS-FLAG
               INSPECT WS-OOS-FLAG
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM

           PERFORM FIND-MAX-WORK-ORDER-ID

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WO-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-WO-TODAY
           END-STRING

           ADD 1 TO WS-WO-ID-MAX
           MOVE SPACES TO WO-ID
           STRING "WO" DELIMITED BY SIZE
                  WS-WO-ID-MAX DELIMITED BY SIZE
                  INTO WO-ID
           END-STRING
           MOVE WS-WO-NEW-DORM       TO WO-DORM-ID
           MOVE WS-WO-NEW-DESC       TO WO-DESCRIPTION
           MOVE WS-WO-TODAY          TO WO-REPORTED-DATE
           MOVE "OPEN"               TO WO-STATUS
           MOVE WS-WO-NEW-COST       TO WO-COST
           MOVE WS-WO-NEW-CHARGEABLE TO WO-CHARGEABLE
           MOVE "N"                  TO WO-CHARGED

           MOVE SPACES TO WS-OOS-WO-ID
           OPEN I-O WORKORDER-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
               OPEN OUTPUT WORKORDER-FILE
           END-IF
           WRITE WORK-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: COULD NOT WRITE WORK ORDER."
               NOT INVALID KEY
                   DISPLAY "WORK ORDER " WO-ID " LOGGED FOR ROOM "
                           WO-DORM-ID
                   MOVE WO-ID TO WS-OOS-WO-ID
           END-WRITE
           CLOSE WORKORDER-FILE

           IF WS-OOS-FLAG = "Y" AND WS-OOS-WO-ID NOT = SPACES
               MOVE WS-WO-NEW-DORM TO WS-OOS-DORM-ID
               PERFORM OOS-TAKE-ROOM-OUT
           END-IF

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PREVENTIVE MAINTENANCE SCHEDULE MENU
      *============================
       PM-SCHEDULE-MENU.
           PERFORM UNTIL UTIL-PS-CHOICE = 6
           PERFORM CLEAR-SCREEN

           DISPLAY "==============================="
           DISPLAY "  PREVENTIVE MAINTENANCE PLAN  "
           DISPLAY "==============================="
           DISPLAY "1 - LIST SCHEDULED TASKS"
           DISPLAY "2 - ADD SCHEDULED TASK"
           DISPLAY "3 - CHANGE SCHEDULED TASK"
           DISPLAY "4 - GENERATE WORK ORDERS FOR TASKS COMING DUE"
           DISPLAY "5 - PM COMPLIANCE REPORT"
           DISPLAY "6 - BACK"

           DISPLAY "ENTER CHOICE (1 - 6): "
           ACCEPT UTIL-PS-CHOICE

           EVALUATE UTIL-PS-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM PM-LIST-TASKS
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM PM-ADD-TASK
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM PM-CHANGE-TASK
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM PM-GENERATE-WORK-ORDERS
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM PM-COMPLIANCE-REPORT
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PM - SCOPE LABEL FOR THE CURRENT TASK
      *============================
      *Room tasks carry the room ID; floor and building tasks get a
      *label such as "A FLOOR 03" or "BLDG A" in its place.
       PM-BUILD-SCOPE-LABEL.
           MOVE SPACES TO WS-PS-SCOPE-LABEL
           EVALUATE TRUE
               WHEN PS-DORM-ID NOT = SPACES
                   MOVE PS-DORM-ID TO WS-PS-SCOPE-LABEL
               WHEN PS-FLOOR NOT = SPACES
                   STRING PS-BUILDING DELIMITED BY SIZE
                          " FLOOR " DELIMITED BY SIZE
                          PS-FLOOR DELIMITED BY SIZE
                          INTO WS-PS-SCOPE-LABEL
                   END-STRING
               WHEN OTHER
                   STRING "BLDG " DELIMITED BY SIZE
                          PS-BUILDING DELIMITED BY SIZE
                          INTO WS-PS-SCOPE-LABEL
                   END-STRING
           END-EVALUATE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LIST PREVENTIVE MAINTENANCE TASKS
      *============================
       PM-LIST-TASKS.
           DISPLAY "=========================================="
           DISPLAY "     PREVENTIVE MAINTENANCE TASKS"
           DISPLAY "=========================================="
           DISPLAY "TASK   SCOPE      EVERY NEXT DUE   LAST WO    "
                   "ACTIVE"
           DISPLAY "------------------------------------------"
           MOVE 0 TO WS-PS-COUNT
           OPEN INPUT PM-SCHEDULE-FILE
           IF WS-PS-FILE-STATUS NOT = "00"
               DISPLAY "NO TASKS SCHEDULED."
           ELSE
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PM-SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           ADD 1 TO WS-PS-COUNT
                           PERFORM PM-BUILD-SCOPE-LABEL
                           DISPLAY PS-TASK-ID " " WS-PS-SCOPE-LABEL
                                   " " PS-FREQ-MONTHS "MO  "
                                   PS-NEXT-DUE " " PS-LAST-WO-ID
                                   " " PS-ACTIVE
                           DISPLAY "       "
                                   FUNCTION TRIM(PS-DESCRIPTION)
                   END-READ
               END-PERFORM
               CLOSE PM-SCHEDULE-FILE
           END-IF
           DISPLAY "------------------------------------------"
           DISPLAY "TASKS LISTED: " WS-PS-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ADD A PREVENTIVE MAINTENANCE TASK
      *============================
       PM-ADD-TASK.
           DISPLAY "=========================================="
           DISPLAY "     ADD PREVENTIVE MAINTENANCE TASK"
           DISPLAY "=========================================="
           DISPLAY "TASK COVERS: 1 - A WHOLE BUILDING"
           DISPLAY "             2 - ONE FLOOR"
           DISPLAY "             3 - ONE ROOM"
           DISPLAY "ENTER CHOICE (1 - 3): "
           MOVE 0 TO WS-PS-SCOPE-CHOICE
           ACCEPT WS-PS-SCOPE-CHOICE
           PERFORM UNTIL WS-PS-SCOPE-CHOICE >= 1 AND
                         WS-PS-SCOPE-CHOICE <= 3
               DISPLAY "INVALID CHOICE. ENTER 1 - 3: "
               ACCEPT WS-PS-SCOPE-CHOICE
           END-PERFORM

           MOVE SPACES TO WS-PS-NEW-BLDG
           MOVE SPACES TO WS-PS-NEW-FLOOR
           MOVE SPACES TO WS-PS-NEW-DORM
           IF WS-PS-SCOPE-CHOICE = 3
               PERFORM SHOW-DORM-ID
               DISPLAY "ROOM (DORM ID, e.g., F01-R001): "
               ACCEPT WS-PS-NEW-DORM
               INSPECT WS-PS-NEW-DORM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               OPEN INPUT DORM-FILE
               MOVE WS-PS-NEW-DORM TO DI-ID
               READ DORM-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-ROOM-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VALID-ROOM-FLAG
                       MOVE DI-BUILDING TO WS-PS-NEW-BLDG
                       MOVE DI-FLOOR TO WS-PS-NEW-FLOOR
               END-READ
               CLOSE DORM-FILE
               IF WS-VALID-ROOM-FLAG = "N"
                   DISPLAY "ERROR: ROOM " WS-PS-NEW-DORM
                           " NOT FOUND."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM ENSURE-BUILDING-FILE
               PERFORM SHOW-BUILDING-LIST
               DISPLAY "BUILDING CODE (e.g., A): "
               ACCEPT WS-PS-NEW-BLDG
               INSPECT WS-PS-NEW-BLDG
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-PS-NEW-BLDG TO WS-ADD-BUILDING
               PERFORM VALIDATE-BUILDING-CODE
               IF WS-BL-FOUND = "N"
                   DISPLAY "UNKNOWN BUILDING " WS-PS-NEW-BLDG "."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
               IF WS-PS-SCOPE-CHOICE = 2
                   DISPLAY "FLOOR (01-99): "
                   ACCEPT WS-PS-NEW-FLOOR
                   PERFORM UNTIL WS-PS-NEW-FLOOR IS NUMERIC AND
                                 WS-PS-NEW-FLOOR NOT = "00"
                       DISPLAY "INVALID FLOOR. ENTER 01-99: "
                       ACCEPT WS-PS-NEW-FLOOR
                   END-PERFORM
               END-IF
           END-IF

           DISPLAY "TASK (e.g., AIRCON CLEANING, PEST CONTROL): "
           MOVE SPACES TO WS-PS-NEW-DESC
           ACCEPT WS-PS-NEW-DESC
           PERFORM UNTIL WS-PS-NEW-DESC NOT = SPACES
               DISPLAY "TASK CANNOT BE BLANK: "
               ACCEPT WS-PS-NEW-DESC
           END-PERFORM
           INSPECT WS-PS-NEW-DESC
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "EVERY HOW MANY MONTHS (01-99): "
           MOVE 0 TO WS-PS-NEW-FREQ
           ACCEPT WS-PS-NEW-FREQ
           PERFORM UNTIL WS-PS-NEW-FREQ > 0
               DISPLAY "FREQUENCY MUST BE 01-99 MONTHS: "
               ACCEPT WS-PS-NEW-FREQ
           END-PERFORM

           DISPLAY "NEXT DUE DATE (YYYY-MM-DD): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-PS-NEW-DUE
               ACCEPT WS-PS-NEW-DUE
               MOVE WS-PS-NEW-DUE TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM

           *> Next task number follows the highest one on file
           MOVE 0 TO WS-PS-ID-MAX
           OPEN INPUT PM-SCHEDULE-FILE
           IF WS-PS-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PM-SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PS-TASK-ID(3:4) IS NUMERIC
                               MOVE PS-TASK-ID(3:4) TO WS-PS-ID-NUM
                               IF WS-PS-ID-NUM > WS-PS-ID-MAX
                                   MOVE WS-PS-ID-NUM TO WS-PS-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PM-SCHEDULE-FILE
           END-IF
           ADD 1 TO WS-PS-ID-MAX
           MOVE SPACES TO WS-PS-NEW-ID
           STRING "PM" DELIMITED BY SIZE
                  WS-PS-ID-MAX DELIMITED BY SIZE
                  INTO WS-PS-NEW-ID
           END-STRING

           MOVE WS-PS-NEW-ID    TO PS-TASK-ID
           MOVE WS-PS-NEW-BLDG  TO PS-BUILDING
           MOVE WS-PS-NEW-FLOOR TO PS-FLOOR
           MOVE WS-PS-NEW-DORM  TO PS-DORM-ID
           MOVE WS-PS-NEW-DESC  TO PS-DESCRIPTION
           MOVE WS-PS-NEW-FREQ  TO PS-FREQ-MONTHS
           MOVE WS-PS-NEW-DUE   TO PS-NEXT-DUE
           MOVE SPACES          TO PS-LAST-DUE
           MOVE SPACES          TO PS-LAST-WO-ID
           MOVE "Y"             TO PS-ACTIVE
           OPEN EXTEND PM-SCHEDULE-FILE
           WRITE PM-SCHEDULE-RECORD
           CLOSE PM-SCHEDULE-FILE
           PERFORM PM-BUILD-SCOPE-LABEL
           DISPLAY "TASK " WS-PS-NEW-ID " SCHEDULED FOR "
                   FUNCTION TRIM(WS-PS-SCOPE-LABEL) " EVERY "
                   WS-PS-NEW-FREQ " MONTH(S), NEXT DUE "
                   WS-PS-NEW-DUE "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHANGE A PREVENTIVE MAINTENANCE TASK
      *============================
       PM-CHANGE-TASK.
           DISPLAY "TASK ID (e.g., PM0001): "
           MOVE SPACES TO WS-PS-LOOK-ID
           ACCEPT WS-PS-LOOK-ID
           INSPECT WS-PS-LOOK-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-PS-FOUND
           OPEN INPUT PM-SCHEDULE-FILE
           IF WS-PS-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PM-SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PS-TASK-ID = WS-PS-LOOK-ID
                               MOVE "Y" TO WS-PS-FOUND
                               MOVE "Y" TO UTIL-EOF
                               PERFORM PM-BUILD-SCOPE-LABEL
                               MOVE PS-FREQ-MONTHS TO WS-PS-NEW-FREQ
                               MOVE PS-NEXT-DUE TO WS-PS-NEW-DUE
                               MOVE PS-ACTIVE TO WS-PS-NEW-ACTIVE
                               DISPLAY "TASK  : " PS-TASK-ID " "
                                       FUNCTION TRIM(PS-DESCRIPTION)
                               DISPLAY "SCOPE : " WS-PS-SCOPE-LABEL
                               DISPLAY "EVERY : " PS-FREQ-MONTHS
                                       " MONTH(S) | NEXT DUE "
                                       PS-NEXT-DUE " | ACTIVE "
                                       PS-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PM-SCHEDULE-FILE
           END-IF
           IF WS-PS-FOUND = "N"
               DISPLAY "TASK " WS-PS-LOOK-ID " NOT FOUND."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NEW FREQUENCY IN MONTHS (EMPTY TO KEEP): "
           MOVE 0 TO WS-PS-FREQ-IN
           ACCEPT WS-PS-FREQ-IN
           IF WS-PS-FREQ-IN > 0
               MOVE WS-PS-FREQ-IN TO WS-PS-NEW-FREQ
           END-IF

           DISPLAY "NEW NEXT DUE DATE (YYYY-MM-DD, EMPTY TO KEEP): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-VALIDATE-DATE-IN
               ACCEPT WS-VALIDATE-DATE-IN
               IF WS-VALIDATE-DATE-IN = SPACES
                   MOVE WS-PS-NEW-DUE TO WS-VALIDATE-DATE-IN
               END-IF
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               ELSE
                   MOVE WS-VALIDATE-DATE-IN TO WS-PS-NEW-DUE
               END-IF
           END-PERFORM

           DISPLAY "KEEP THE TASK ACTIVE? (Y/N, EMPTY TO KEEP "
                   WS-PS-NEW-ACTIVE "): "
           MOVE SPACES TO WS-PS-ACTIVE-IN
           ACCEPT WS-PS-ACTIVE-IN
           INSPECT WS-PS-ACTIVE-IN
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PS-ACTIVE-IN = "Y" OR WS-PS-ACTIVE-IN = "N"
               MOVE WS-PS-ACTIVE-IN TO WS-PS-NEW-ACTIVE
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "TASK NOT CHANGED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PM-SCHEDULE-FILE
           OPEN OUTPUT TEMP-PM-SCHEDULE-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ PM-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PS-TASK-ID = WS-PS-LOOK-ID
                           MOVE WS-PS-NEW-FREQ TO PS-FREQ-MONTHS
                           MOVE WS-PS-NEW-DUE TO PS-NEXT-DUE
                           MOVE WS-PS-NEW-ACTIVE TO PS-ACTIVE
                       END-IF
                       WRITE TEMP-PM-SCHEDULE-RECORD
                           FROM PM-SCHEDULE-RECORD
               END-READ
           END-PERFORM
           CLOSE PM-SCHEDULE-FILE TEMP-PM-SCHEDULE-FILE
           PERFORM SAVE-PM-SCHEDULE-RECORD
           PERFORM RELEASE-UPDATE-LOCK
           DISPLAY "TASK " WS-PS-LOOK-ID " UPDATED: EVERY "
                   WS-PS-NEW-FREQ " MONTH(S), NEXT DUE "
                   WS-PS-NEW-DUE ", ACTIVE " WS-PS-NEW-ACTIVE "."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: GENERATE WORK ORDERS FOR PM TASKS COMING DUE
      *============================
       PM-GENERATE-WORK-ORDERS.
           DISPLAY "=========================================="
           DISPLAY "  GENERATE PREVENTIVE MAINTENANCE ORDERS"
           DISPLAY "=========================================="
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WO-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-WO-TODAY
           END-STRING

           *> A week's notice by default so the work can be booked
           MOVE WS-CURRENT-DATE(1:8) TO WS-PS-DATE-NUM
           COMPUTE WS-PS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PS-DATE-NUM) + 7)
           MOVE SPACES TO WS-PS-THROUGH
           STRING WS-PS-DATE-NUM(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PS-DATE-NUM(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PS-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-PS-THROUGH
           END-STRING
           DISPLAY "GENERATE FOR TASKS DUE ON OR BEFORE (YYYY-MM-DD, "
                   "EMPTY FOR " WS-PS-THROUGH "): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-VALIDATE-DATE-IN
               ACCEPT WS-VALIDATE-DATE-IN
               IF WS-VALIDATE-DATE-IN = SPACES
                   MOVE WS-PS-THROUGH TO WS-VALIDATE-DATE-IN
               END-IF
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               ELSE
                   MOVE WS-VALIDATE-DATE-IN TO WS-PS-THROUGH
               END-IF
           END-PERFORM

           OPEN INPUT PM-SCHEDULE-FILE
           IF WS-PS-FILE-STATUS NOT = "00"
               DISPLAY "NO TASKS SCHEDULED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF
           CLOSE PM-SCHEDULE-FILE

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "NO WORK ORDERS GENERATED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MAX-WORK-ORDER-ID
           MOVE 0 TO WS-PS-GEN-COUNT
           OPEN INPUT PM-SCHEDULE-FILE
           OPEN OUTPUT TEMP-PM-SCHEDULE-FILE
           OPEN I-O WORKORDER-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
               OPEN OUTPUT WORKORDER-FILE
           END-IF
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ PM-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF PS-ACTIVE = "Y" AND
                          PS-NEXT-DUE <= WS-PS-THROUGH
                           PERFORM PM-GENERATE-ONE-TASK
                       END-IF
                       WRITE TEMP-PM-SCHEDULE-RECORD
                           FROM PM-SCHEDULE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORKORDER-FILE
           CLOSE PM-SCHEDULE-FILE TEMP-PM-SCHEDULE-FILE
           PERFORM SAVE-PM-SCHEDULE-RECORD
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY " "
           DISPLAY "PREVENTIVE WORK ORDERS GENERATED: " WS-PS-GEN-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PM - ONE WORK ORDER FOR ONE TASK, THEN ADVANCE IT
      *============================
       PM-GENERATE-ONE-TASK.
           PERFORM PM-BUILD-SCOPE-LABEL
           ADD 1 TO WS-WO-ID-MAX
           MOVE SPACES TO WO-ID
           STRING "WO" DELIMITED BY SIZE
                  WS-WO-ID-MAX DELIMITED BY SIZE
                  INTO WO-ID
           END-STRING
           MOVE WS-PS-SCOPE-LABEL TO WO-DORM-ID
           MOVE SPACES TO WO-DESCRIPTION
           STRING PS-TASK-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PS-NEXT-DUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PS-DESCRIPTION DELIMITED BY SIZE
                  INTO WO-DESCRIPTION
           END-STRING
           MOVE WS-WO-TODAY TO WO-REPORTED-DATE
           MOVE "OPEN"      TO WO-STATUS
           MOVE 0           TO WO-COST
           MOVE "N"         TO WO-CHARGEABLE
           MOVE "N"         TO WO-CHARGED
           WRITE WORK-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: COULD NOT WRITE WORK ORDER FOR "
                           "TASK " PS-TASK-ID "."
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-PS-GEN-COUNT
           DISPLAY WO-ID " " WS-PS-SCOPE-LABEL " "
                   FUNCTION TRIM(PS-DESCRIPTION) " (DUE "
                   PS-NEXT-DUE ")"

           MOVE PS-NEXT-DUE TO PS-LAST-DUE
           MOVE WO-ID TO PS-LAST-WO-ID

           *> Step the due date a full cycle at a time until it is
           *> past this run; a task that fell several cycles behind
           *> gets one order, not one per missed cycle
           MOVE PS-NEXT-DUE TO WS-ROLLOVER-DATE-IN
           PERFORM UNTIL WS-ROLLOVER-DATE-IN > WS-PS-THROUGH
               PERFORM VARYING WS-PS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-PS-MONTH-IDX > PS-FREQ-MONTHS
                   PERFORM ADVANCE-DATE-ONE-MONTH
                   MOVE WS-ROLLOVER-DATE-OUT TO WS-ROLLOVER-DATE-IN
               END-PERFORM
           END-PERFORM
           MOVE WS-ROLLOVER-DATE-IN TO PS-NEXT-DUE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE PM SCHEDULE RECORD
      *============================
       SAVE-PM-SCHEDULE-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del pmsched.dat"
               CALL "SYSTEM" USING "rename temppms.dat pmsched.dat"

           ELSE
               CALL "SYSTEM" USING "mv temppms.dat pmsched.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PREVENTIVE MAINTENANCE COMPLIANCE REPORT
      *============================
       PM-COMPLIANCE-REPORT.
           DISPLAY "=========================================="
           DISPLAY "   PREVENTIVE MAINTENANCE COMPLIANCE"
           DISPLAY "=========================================="
           DISPLAY "Tasks past due with no work order raised, and "
                   "generated work orders not yet done."
           DISPLAY " "
           DISPLAY "AS OF (YYYY-MM-DD, EMPTY FOR TODAY): "
           MOVE "N" TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = "Y"
               MOVE SPACES TO WS-PS-AS-OF
               ACCEPT WS-PS-AS-OF
               IF WS-PS-AS-OF = SPACES
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                          INTO WS-PS-AS-OF
                   END-STRING
               END-IF
               MOVE WS-PS-AS-OF TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD: "
               END-IF
           END-PERFORM
           MOVE WS-PS-AS-OF(1:4) TO WS-TODAY-YYYYMMDD(1:4)
           MOVE WS-PS-AS-OF(6:2) TO WS-TODAY-YYYYMMDD(5:2)
           MOVE WS-PS-AS-OF(9:2) TO WS-TODAY-YYYYMMDD(7:2)

           MOVE "PMCOMPLY" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "pm_compliance_" DELIMITED BY SIZE
                  WS-PS-AS-OF DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-PS-REPORT-NAME
           STRING "AS OF " DELIMITED BY SIZE
                  WS-PS-AS-OF DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT PM-COMPLIANCE-REPORT-FILE
           MOVE SPACES TO PM-COMPLIANCE-REPORT-RECORD
           STRING "PREVENTIVE MAINTENANCE COMPLIANCE AS OF "
                  DELIMITED BY SIZE
                  WS-PS-AS-OF DELIMITED BY SIZE
                  INTO PM-COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE PM-COMPLIANCE-REPORT-RECORD
           DISPLAY PM-COMPLIANCE-REPORT-RECORD(1:79)
           MOVE "TASK   SCOPE      DUE        DAYS LATE  PROBLEM"
               TO PM-COMPLIANCE-REPORT-RECORD
           WRITE PM-COMPLIANCE-REPORT-RECORD
           DISPLAY PM-COMPLIANCE-REPORT-RECORD(1:79)
           MOVE ALL "-" TO PM-COMPLIANCE-REPORT-RECORD(1:79)
           WRITE PM-COMPLIANCE-REPORT-RECORD
           DISPLAY PM-COMPLIANCE-REPORT-RECORD(1:79)

           MOVE 0 TO WS-PS-OVERDUE-COUNT
           MOVE 0 TO WS-PS-OPEN-COUNT
           OPEN INPUT WORKORDER-FILE
           OPEN INPUT PM-SCHEDULE-FILE
           IF WS-PS-FILE-STATUS = "00"
               MOVE "N" TO UTIL-EOF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ PM-SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
                           IF PS-ACTIVE = "Y"
                               PERFORM PM-COMPLIANCE-ONE-TASK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PM-SCHEDULE-FILE
           END-IF
           CLOSE WORKORDER-FILE

           MOVE ALL "-" TO PM-COMPLIANCE-REPORT-RECORD(1:79)
           WRITE PM-COMPLIANCE-REPORT-RECORD
           DISPLAY PM-COMPLIANCE-REPORT-RECORD(1:79)
           MOVE SPACES TO PM-COMPLIANCE-REPORT-RECORD
           STRING "OVERDUE, NOT GENERATED: " DELIMITED BY SIZE
                  WS-PS-OVERDUE-COUNT DELIMITED BY SIZE
                  "   WORK ORDER STILL OPEN: " DELIMITED BY SIZE
                  WS-PS-OPEN-COUNT DELIMITED BY SIZE
                  INTO PM-COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE PM-COMPLIANCE-REPORT-RECORD
           DISPLAY PM-COMPLIANCE-REPORT-RECORD(1:79)
           CLOSE PM-COMPLIANCE-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO " FUNCTION TRIM(WS-PS-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PM COMPLIANCE - CHECK ONE TASK
      *============================
       PM-COMPLIANCE-ONE-TASK.
           PERFORM PM-BUILD-SCOPE-LABEL

           *> Due date passed and no order raised for it yet
           IF PS-NEXT-DUE < WS-PS-AS-OF
               MOVE PS-NEXT-DUE TO WS-CHECK-DUE-DATE
               PERFORM CALC-OVERDUE-DAYS
               MOVE WS-DAYS-OVERDUE TO WS-PS-DAYS-EDIT
               ADD 1 TO WS-PS-OVERDUE-COUNT
               MOVE SPACES TO PM-COMPLIANCE-REPORT-RECORD
               STRING PS-TASK-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PS-SCOPE-LABEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PS-NEXT-DUE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PS-DAYS-EDIT DELIMITED BY SIZE
                      "     NO WORK ORDER - " DELIMITED BY SIZE
                      PS-DESCRIPTION DELIMITED BY SIZE
                      INTO PM-COMPLIANCE-REPORT-RECORD
               END-STRING
               WRITE PM-COMPLIANCE-REPORT-RECORD
               DISPLAY PM-COMPLIANCE-REPORT-RECORD(1:79)
           END-IF

           *> The last order raised for the task is not finished
           IF PS-LAST-WO-ID NOT = SPACES
               MOVE SPACES TO WS-PS-WO-STATUS
               MOVE PS-LAST-WO-ID TO WO-ID
               READ WORKORDER-FILE
                   INVALID KEY
                       MOVE "MISSING" TO WS-PS-WO-STATUS
                   NOT INVALID KEY
                       MOVE WO-STATUS TO WS-PS-WO-STATUS
               END-READ
               IF WS-PS-WO-STATUS NOT = "DONE"
                   MOVE PS-LAST-DUE TO WS-CHECK-DUE-DATE
                   PERFORM CALC-OVERDUE-DAYS
                   IF WS-DAYS-OVERDUE < 0
                       MOVE 0 TO WS-DAYS-OVERDUE
                   END-IF
                   MOVE WS-DAYS-OVERDUE TO WS-PS-DAYS-EDIT
                   ADD 1 TO WS-PS-OPEN-COUNT
                   MOVE SPACES TO PM-COMPLIANCE-REPORT-RECORD
                   STRING PS-TASK-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PS-SCOPE-LABEL DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PS-LAST-DUE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PS-DAYS-EDIT DELIMITED BY SIZE
                          "     " DELIMITED BY SIZE
                          PS-LAST-WO-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PS-WO-STATUS DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          PS-DESCRIPTION DELIMITED BY SIZE
                          INTO PM-COMPLIANCE-REPORT-RECORD
                   END-STRING
                   WRITE PM-COMPLIANCE-REPORT-RECORD
                   DISPLAY PM-COMPLIANCE-REPORT-RECORD(1:79)
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND THE OPEN DOWNTIME ROW FOR A ROOM
      *============================
       OOS-FIND-OPEN-FOR-ROOM.
           *> Keyed on the file status rather than UTIL-EOF since
           *> the room listings call this from inside their own
           *> read loops
           MOVE "N" TO WS-OOS-FOUND
           MOVE SPACES TO WS-OOS-HOLD-WO
           MOVE SPACES TO WS-OOS-START
           OPEN INPUT ROOM-DOWNTIME-FILE
           IF WS-RD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RD-FILE-STATUS NOT = "00"
               READ ROOM-DOWNTIME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RD-DORM-ID = WS-OOS-DORM-ID AND
                          RD-STATUS = "OPEN"
                           MOVE "Y" TO WS-OOS-FOUND
                           MOVE RD-WO-ID TO WS-OOS-HOLD-WO
                           MOVE RD-START-DATE TO WS-OOS-START
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOM-DOWNTIME-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND THE DOWNTIME ROW RAISED BY A WORK ORDER
      *============================
       OOS-FIND-FOR-WORK-ORDER.
           MOVE "N" TO WS-OOS-FOUND
           MOVE SPACES TO WS-OOS-RD-STATUS
           OPEN INPUT ROOM-DOWNTIME-FILE
           IF WS-RD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RD-FILE-STATUS NOT = "00"
               READ ROOM-DOWNTIME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RD-WO-ID = WS-OOS-WO-ID
                           MOVE "Y" TO WS-OOS-FOUND
                           MOVE RD-DORM-ID TO WS-OOS-DORM-ID
                           MOVE RD-START-DATE TO WS-OOS-START
                           MOVE RD-END-DATE TO WS-OOS-END
                           MOVE RD-DAYS TO WS-OOS-DAYS
                           MOVE RD-STATUS TO WS-OOS-RD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOM-DOWNTIME-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: WORK ORDER SAVED - TAKE OUT OF / RETURN TO SERVICE
      *============================
       OOS-WORK-ORDER-UPDATED.
           PERFORM OOS-FIND-FOR-WORK-ORDER
           IF WS-OOS-WO-STATUS = "DONE"
               IF WS-OOS-FOUND = "Y" AND WS-OOS-RD-STATUS = "OPEN"
                   PERFORM OOS-RETURN-TO-SERVICE
               END-IF
               EXIT PARAGRAPH
           END-IF

           *> A fault can turn out worse than first reported, so
           *> an open work order may still take the room out
           IF WS-OOS-FOUND = "N"
               DISPLAY "DOES THE FAULT MAKE THE ROOM UNINHABITABLE? "
                       "(Y/N, EMPTY FOR N): "
               MOVE SPACES TO WS-OOS-FLAG
               ACCEPT WS-OOS-FLAG
               INSPECT WS-OOS-FLAG
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-OOS-FLAG = "Y"
                   PERFORM OOS-TAKE-ROOM-OUT
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: TAKE A ROOM OUT OF SERVICE UNDER A WORK ORDER
      *============================
       OOS-TAKE-ROOM-OUT.
           PERFORM OOS-FIND-OPEN-FOR-ROOM
           IF WS-OOS-FOUND = "Y"
               DISPLAY "ROOM " WS-OOS-DORM-ID " IS ALREADY OUT OF "
                       "SERVICE UNDER WORK ORDER " WS-OOS-HOLD-WO
                       " SINCE " WS-OOS-START "."
               EXIT PARAGRAPH
           END-IF

           *> The room and the downtime file are both updated from
           *> here on; a return to service rewrites the downtime
           *> file, so look again once nobody else can
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM OOS-FIND-OPEN-FOR-ROOM
           IF WS-OOS-FOUND = "Y"
               DISPLAY "ROOM " WS-OOS-DORM-ID " IS ALREADY OUT OF "
                       "SERVICE UNDER WORK ORDER " WS-OOS-HOLD-WO
                       " SINCE " WS-OOS-START "."
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OOS-START
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-OOS-START
           END-STRING

           MOVE "N" TO WS-OOS-STATUS-OK
           OPEN I-O DORM-FILE
           MOVE WS-OOS-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ROOM " WS-OOS-DORM-ID " NOT FOUND. ONLY "
                           "A SINGLE ROOM CAN BE TAKEN OUT OF "
                           "SERVICE."
               NOT INVALID KEY
                   MOVE DI-STATUS TO WS-OOS-OLD-STATUS
                   MOVE "OUT-OF-SVC" TO DI-STATUS
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE ROOM "
                                   WS-OOS-DORM-ID
                       NOT INVALID KEY
                           MOVE "Y" TO WS-OOS-STATUS-OK
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE

           IF WS-OOS-STATUS-OK = "N"
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE "DORM" TO WS-AJ-RECORD-TYPE
           MOVE WS-OOS-DORM-ID TO WS-AJ-KEY
           MOVE "STATUS" TO WS-AJ-ACTION
           MOVE "STATUS" TO WS-AJ-FIELD
           MOVE WS-OOS-OLD-STATUS TO WS-AJ-OLD-VALUE
           MOVE "OUT-OF-SVC" TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL

           MOVE WS-OOS-DORM-ID TO RD-DORM-ID
           MOVE WS-OOS-WO-ID   TO RD-WO-ID
           MOVE WS-OOS-START   TO RD-START-DATE
           MOVE SPACES         TO RD-END-DATE
           MOVE 0              TO RD-DAYS
           MOVE 0              TO RD-CREDIT-TOTAL
           MOVE "OPEN"         TO RD-STATUS
           OPEN EXTEND ROOM-DOWNTIME-FILE
           IF WS-RD-FILE-STATUS NOT = "00"
               OPEN OUTPUT ROOM-DOWNTIME-FILE
           END-IF
           WRITE ROOM-DOWNTIME-RECORD
           CLOSE ROOM-DOWNTIME-FILE
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY "ROOM " WS-OOS-DORM-ID " IS NOW OUT OF SERVICE. "
                   "NO CHECK-INS, TRANSFERS OR RESERVATIONS UNTIL "
                   "WORK ORDER " WS-OOS-WO-ID " IS DONE."

           *> Bookings taken before the fault are not cancelled
           *> automatically, but the desk needs to know about them
           MOVE WS-OOS-DORM-ID TO WS-RESV-CHECK-DORM
           PERFORM CHECK-ROOM-RESERVED
           IF WS-ROOM-RESERVED = "Y"
               DISPLAY "NOTE: ROOM IS RESERVED FROM " WS-RESV-START
                       " FOR " FUNCTION TRIM(WS-RESV-NAME)
                       ". REVIEW THE RESERVATION."
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: RETURN A ROOM TO SERVICE AND ABATE THE RENT
      *============================
       OOS-RETURN-TO-SERVICE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WO-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-WO-TODAY
           END-STRING

           DISPLAY "ROOM " WS-OOS-DORM-ID " OUT OF SERVICE SINCE "
                   WS-OOS-START "."
           MOVE "N" TO WS-OOS-DATE-OK
           PERFORM UNTIL WS-OOS-DATE-OK = "Y"
               DISPLAY "DATE BACK IN SERVICE (YYYY-MM-DD, EMPTY FOR "
                       "TODAY): "
               MOVE SPACES TO WS-OOS-END
               ACCEPT WS-OOS-END
               IF WS-OOS-END = SPACES
                   MOVE WS-WO-TODAY TO WS-OOS-END
               END-IF
               MOVE WS-OOS-END TO WS-VALIDATE-DATE-IN
               PERFORM VALIDATE-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = "N"
                   DISPLAY "INVALID DATE. USE FORMAT YYYY-MM-DD."
               ELSE
                   IF WS-OOS-END < WS-OOS-START OR
                      WS-OOS-END > WS-WO-TODAY
                       DISPLAY "DATE MUST BE BETWEEN " WS-OOS-START
                               " AND " WS-WO-TODAY "."
                   ELSE
                       MOVE "Y" TO WS-OOS-DATE-OK
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-OOS-START(1:4) TO WS-OOS-DATE-NUM(1:4)
           MOVE WS-OOS-START(6:2) TO WS-OOS-DATE-NUM(5:2)
           MOVE WS-OOS-START(9:2) TO WS-OOS-DATE-NUM(7:2)
           COMPUTE WS-OOS-DAYS-NUM =
                   0 - FUNCTION INTEGER-OF-DATE(WS-OOS-DATE-NUM)
           MOVE WS-OOS-END(1:4) TO WS-OOS-DATE-NUM(1:4)
           MOVE WS-OOS-END(6:2) TO WS-OOS-DATE-NUM(5:2)
           MOVE WS-OOS-END(9:2) TO WS-OOS-DATE-NUM(7:2)
           COMPUTE WS-OOS-DAYS-NUM = WS-OOS-DAYS-NUM +
                   FUNCTION INTEGER-OF-DATE(WS-OOS-DATE-NUM)
           MOVE WS-OOS-DAYS-NUM TO WS-OOS-DAYS

           *> The room, the abatement postings and the downtime file
           *> are all rewritten from here on
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           IF WS-LOCK-OK = "N"
               EXIT PARAGRAPH
           END-IF

           *> Whoever is still assigned to the room when it comes
           *> back shares the abatement
           MOVE 0 TO WS-OOS-TEN-COUNT
           OPEN INPUT TENANT-FILE
           MOVE "N" TO UTIL-EOF
           MOVE WS-OOS-DORM-ID TO SI-ASSIGNED-D-ID
           START TENANT-FILE KEY = SI-ASSIGNED-D-ID
               INVALID KEY
                   MOVE "Y" TO UTIL-EOF
           END-START
           PERFORM UNTIL UTIL-EOF = "Y"
               READ TENANT-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF SI-ASSIGNED-D-ID NOT = WS-OOS-DORM-ID
                           MOVE "Y" TO UTIL-EOF
                       ELSE
                           IF WS-OOS-TEN-COUNT < 99
                               ADD 1 TO WS-OOS-TEN-COUNT
                               MOVE SI-ID IN TENANT-RECORD
                                 TO WS-OOS-TEN-ID(WS-OOS-TEN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-FILE

           *> Daily rate is the monthly rent over the days in the
           *> month the outage began, split evenly per occupant
           MOVE WS-OOS-START(1:4) TO WS-OOS-YEAR
           MOVE WS-OOS-START(6:2) TO WS-OOS-MONTH
           EVALUATE WS-OOS-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-OOS-DIM
               WHEN 2
                   IF FUNCTION MOD(WS-OOS-YEAR, 400) = 0
                      OR (FUNCTION MOD(WS-OOS-YEAR, 4) = 0
                      AND FUNCTION MOD(WS-OOS-YEAR, 100)
                          NOT = 0)
                       MOVE 29 TO WS-OOS-DIM
                   ELSE
                       MOVE 28 TO WS-OOS-DIM
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-OOS-DIM
           END-EVALUATE

           MOVE 0 TO WS-OOS-SHARE
           MOVE 0 TO WS-OOS-CREDIT-TOTAL
           MOVE "N" TO WS-OOS-STATUS-OK
           OPEN I-O DORM-FILE
           MOVE WS-OOS-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROOM " WS-OOS-DORM-ID
                           " NOT FOUND. ROOM NOT RETURNED TO SERVICE."
               NOT INVALID KEY
                   MOVE DI-STATUS TO WS-OOS-OLD-STATUS
                   IF DI-OCCUPANT-COUNT >= DI-CAPACITY
                       MOVE "OCCUPIED" TO DI-STATUS
                   ELSE
                       MOVE "UNOCCUPIED" TO DI-STATUS
                   END-IF
                   MOVE DI-STATUS TO WS-OOS-NEW-STATUS
                   MOVE DI-RENT-DUE TO WS-OOS-RENT-DUE
                   IF WS-OOS-DAYS > 0 AND WS-OOS-TEN-COUNT > 0 AND
                      DI-RENT-AMOUNT > 0
                       COMPUTE WS-OOS-SHARE ROUNDED =
                               DI-RENT-AMOUNT * WS-OOS-DAYS /
                               WS-OOS-DIM / WS-OOS-TEN-COUNT
                       COMPUTE WS-OOS-CREDIT-TOTAL =
                               WS-OOS-SHARE * WS-OOS-TEN-COUNT
                       SUBTRACT WS-OOS-CREDIT-TOTAL
                           FROM DI-RENT-BALANCE-DUE
                   END-IF
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE ROOM "
                                   WS-OOS-DORM-ID
                       NOT INVALID KEY
                           MOVE "Y" TO WS-OOS-STATUS-OK
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE

           IF WS-OOS-STATUS-OK = "N"
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE "DORM" TO WS-AJ-RECORD-TYPE
           MOVE WS-OOS-DORM-ID TO WS-AJ-KEY
           MOVE "STATUS" TO WS-AJ-ACTION
           MOVE "STATUS" TO WS-AJ-FIELD
           MOVE WS-OOS-OLD-STATUS TO WS-AJ-OLD-VALUE
           MOVE WS-OOS-NEW-STATUS TO WS-AJ-NEW-VALUE
           PERFORM LOG-AUDIT-JOURNAL

           *> One abatement line per occupant; the negative amount
           *> due backs the credit out of the rebuilt rent balance
           *> the same way the vacancy write-off does
           IF WS-OOS-SHARE > 0
               MOVE WS-OOS-DAYS TO WS-OOS-DAYS-EDIT
               MOVE SPACES TO WS-PAYMENT-NOTES
               STRING "RENT ABATEMENT, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OOS-DAYS-EDIT)
                          DELIMITED BY SIZE
                      " DAYS OUT OF SERVICE, " DELIMITED BY SIZE
                      WS-OOS-WO-ID DELIMITED BY SPACE
                      INTO WS-PAYMENT-NOTES
               END-STRING
               MOVE WS-OOS-DORM-ID TO WS-DORM-ID
               MOVE "RENT" TO WS-PAYMENT-TYPE
               COMPUTE WS-AMOUNT-DUE = 0 - WS-OOS-SHARE
               MOVE 0 TO WS-AMOUNT-PAID
               MOVE WS-WO-TODAY TO WS-PAYMENT-DATE-LOG
               MOVE WS-OOS-RENT-DUE TO WS-DUE-DATE-LOG
               MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
               MOVE WS-OOS-WO-ID TO WS-PAYMENT-REF-LOG
               PERFORM VARYING WS-OOS-TEN-IDX FROM 1 BY 1
                   UNTIL WS-OOS-TEN-IDX > WS-OOS-TEN-COUNT
                   MOVE WS-OOS-TEN-ID(WS-OOS-TEN-IDX)
                       TO WS-PAYMENT-TENANT-LOG
                   PERFORM LOG-PAYMENT-HISTORY
               END-PERFORM
           END-IF

           *> Close the downtime row
           OPEN INPUT ROOM-DOWNTIME-FILE
           OPEN OUTPUT TEMP-ROOM-DOWNTIME-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ ROOM-DOWNTIME-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF RD-WO-ID = WS-OOS-WO-ID AND
                          RD-STATUS = "OPEN"
                           MOVE WS-OOS-END TO RD-END-DATE
                           MOVE WS-OOS-DAYS TO RD-DAYS
                           MOVE WS-OOS-CREDIT-TOTAL
                               TO RD-CREDIT-TOTAL
                           MOVE "CLOSED" TO RD-STATUS
                       END-IF
                       WRITE TEMP-ROOM-DOWNTIME-RECORD
                           FROM ROOM-DOWNTIME-RECORD
               END-READ
           END-PERFORM
           CLOSE ROOM-DOWNTIME-FILE TEMP-ROOM-DOWNTIME-FILE
           PERFORM SAVE-ROOM-DOWNTIME-RECORD
           PERFORM RELEASE-UPDATE-LOCK

           MOVE WS-OOS-DAYS TO WS-OOS-DAYS-EDIT
           MOVE WS-OOS-CREDIT-TOTAL TO WS-OOS-AMT-EDIT
           DISPLAY "ROOM " WS-OOS-DORM-ID " BACK IN SERVICE AS "
                   FUNCTION TRIM(WS-OOS-NEW-STATUS) "."
           DISPLAY "DAYS OUT OF SERVICE : " WS-OOS-DAYS-EDIT
           DISPLAY "RENT ABATED         : " WS-OOS-AMT-EDIT
                   " (" WS-OOS-TEN-COUNT " OCCUPANT(S))"
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE ROOM DOWNTIME RECORD
      *============================
       SAVE-ROOM-DOWNTIME-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del roomdown.dat"
               CALL "SYSTEM" USING "rename temprdt.dat roomdown.dat"

           ELSE
               CALL "SYSTEM" USING "mv temprdt.dat roomdown.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FIND HIGHEST WORK ORDER NUMBER
      *============================
       FIND-MAX-WORK-ORDER-ID.
           MOVE 0 TO WS-WO-ID-MAX

           OPEN INPUT WORKORDER-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO WO-ID
           START WORKORDER-FILE KEY >= WO-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-WO-FILE-STATUS NOT = "00"
               READ WORKORDER-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WO-ID(1:2) = "WO" AND
                          WO-ID(3:8) IS NUMERIC
                           MOVE WO-ID(3:8) TO WS-WO-ID-NUM
                           IF WS-WO-ID-NUM > WS-WO-ID-MAX
                               MOVE WS-WO-ID-NUM TO WS-WO-ID-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKORDER-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: VIEW WORK ORDERS
      *============================
       VIEW-WORK-ORDERS.
           DISPLAY "1 - ALL WORK ORDERS"
           DISPLAY "2 - OPEN/IN-PROGRESS ONLY"
           DISPLAY "ENTER CHOICE (1 - 2): "
           MOVE 0 TO WS-WO-VIEW-CHOICE
           ACCEPT WS-WO-VIEW-CHOICE
           PERFORM UNTIL WS-WO-VIEW-CHOICE = 1 OR
                         WS-WO-VIEW-CHOICE = 2
               DISPLAY "INVALID CHOICE. ENTER 1 OR 2: "
               ACCEPT WS-WO-VIEW-CHOICE
           END-PERFORM

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "              WORK ORDERS"
           DISPLAY "================================================"

           MOVE 0 TO WS-WO-COUNT
           OPEN INPUT WORKORDER-FILE
           MOVE LOW-VALUES TO WO-ID
           START WORKORDER-FILE KEY >= WO-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-WO-FILE-STATUS NOT = "00"
               READ WORKORDER-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-WO-VIEW-CHOICE = 1 OR
                          WO-STATUS NOT = "DONE"
                           ADD 1 TO WS-WO-COUNT
                           DISPLAY "WORK ORDER : " WO-ID
                           DISPLAY "  ROOM     : " WO-DORM-ID
                           DISPLAY "  PROBLEM  : "
                                   FUNCTION TRIM(WO-DESCRIPTION)
                           DISPLAY "  REPORTED : " WO-REPORTED-DATE
                           DISPLAY "  STATUS   : " WO-STATUS
                           DISPLAY "  COST     : " WO-COST
                           DISPLAY "  CHARGEABLE: " WO-CHARGEABLE
                                   " | CHARGED: " WO-CHARGED
                           MOVE WO-ID TO WS-AP-WO-ID
                           PERFORM AP-FIND-WO-LINK
                           IF WS-AP-LINK-FOUND = "Y"
                               DISPLAY "  VENDOR   : "
                                       WS-AP-LINK-VENDOR " INVOICE "
                                       WS-AP-LINK-INVOICE
                           END-IF
                           MOVE WO-ID TO WS-OOS-WO-ID
                           PERFORM OOS-FIND-FOR-WORK-ORDER
                           IF WS-OOS-FOUND = "Y"
                               IF WS-OOS-RD-STATUS = "OPEN"
                                   DISPLAY "  DOWNTIME : OUT OF "
                                           "SERVICE SINCE "
                                           WS-OOS-START
                               ELSE
                                   MOVE WS-OOS-DAYS
                                       TO WS-OOS-DAYS-EDIT
                                   DISPLAY "  DOWNTIME : "
                                           WS-OOS-START " TO "
                                           WS-OOS-END " ("
                                           WS-OOS-DAYS-EDIT
                                           " DAYS)"
                               END-IF
                           END-IF
                           DISPLAY "-----------------------------"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKORDER-FILE

           DISPLAY " "
           DISPLAY "WORK ORDERS LISTED: " WS-WO-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UPDATE WORK ORDER STATUS/COST
      *============================
       UPDATE-WORK-ORDER.
           DISPLAY "ENTER WORK ORDER ID (e.g., WO00000001): "
           ACCEPT WS-WO-SEARCH-ID
           INSPECT WS-WO-SEARCH-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           OPEN I-O WORKORDER-FILE
           MOVE WS-WO-SEARCH-ID TO WO-ID
           READ WORKORDER-FILE
               INVALID KEY
                   DISPLAY "ERROR: WORK ORDER " WS-WO-SEARCH-ID
                           " NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "WORK ORDER : " WO-ID
                   DISPLAY "  ROOM     : " WO-DORM-ID
                   DISPLAY "  PROBLEM  : "
                           FUNCTION TRIM(WO-DESCRIPTION)
                   DISPLAY "  STATUS   : " WO-STATUS
                   DISPLAY "  COST     : " WO-COST
                   DISPLAY " "

                   DISPLAY "NEW STATUS (1=OPEN 2=IN-PROGRESS "
                           "3=DONE, 0=KEEP): "
                   MOVE 0 TO WS-WO-STATUS-CHOICE
                   ACCEPT WS-WO-STATUS-CHOICE
                   EVALUATE WS-WO-STATUS-CHOICE
                       WHEN 1
                           MOVE "OPEN" TO WO-STATUS
                       WHEN 2
                           MOVE "IN-PROGRESS" TO WO-STATUS
                       WHEN 3
                           MOVE "DONE" TO WO-STATUS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

                   DISPLAY "NEW COST (0=KEEP): "
                   MOVE 0 TO WS-WO-NEW-COST
                   ACCEPT WS-WO-NEW-COST
                   IF WS-WO-NEW-COST NOT = 0
                       MOVE WS-WO-NEW-COST TO WO-COST
                   END-IF

                   IF WO-STATUS = "DONE" AND WO-CHARGEABLE = "Y"
                      AND WO-CHARGED = "N" AND WO-COST > 0
                       DISPLAY "POST " WO-COST " DAMAGE CHARGE TO "
                               "ROOM " WO-DORM-ID " NOW? (Y/N): "
                       ACCEPT WS-WO-POST-CONFIRM
                       INSPECT WS-WO-POST-CONFIRM
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF WS-WO-POST-CONFIRM = "Y"
                           PERFORM POST-WORK-ORDER-CHARGE
                       END-IF
                   END-IF

                   MOVE WO-ID TO WS-OOS-WO-ID
                   MOVE WO-DORM-ID TO WS-OOS-DORM-ID
                   MOVE WO-STATUS TO WS-OOS-WO-STATUS
                   REWRITE WORK-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT UPDATE WORK "
                                   "ORDER."
                       NOT INVALID KEY
                           DISPLAY "WORK ORDER UPDATED."
                           PERFORM OOS-WORK-ORDER-UPDATED
                   END-REWRITE
           END-READ
           CLOSE WORKORDER-FILE

           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: POST CHARGEABLE WORK ORDER TO ROOM BALANCE
      *============================
       POST-WORK-ORDER-CHARGE.
           *> Damage charges ride on the rent balance so the aging
           *> report and checkout settlement pick them up with the
           *> rest of the room's arrears
           OPEN I-O DORM-FILE
           MOVE WO-DORM-ID TO DI-ID
           READ DORM-FILE
               INVALID KEY
                   DISPLAY "WARNING: ROOM " WO-DORM-ID
                           " NOT FOUND. CHARGE NOT POSTED."
               NOT INVALID KEY
                   ADD WO-COST TO DI-RENT-BALANCE-DUE
                   REWRITE DORM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: COULD NOT POST CHARGE."
                       NOT INVALID KEY
                           MOVE "Y" TO WO-CHARGED
                           MOVE WO-DORM-ID TO WS-DORM-ID
                           MOVE "RENT" TO WS-PAYMENT-TYPE
                           MOVE WO-COST TO WS-AMOUNT-DUE
                           MOVE 0 TO WS-AMOUNT-PAID
                           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                           MOVE SPACES TO WS-WO-TODAY
                           STRING WS-CURRENT-DATE(1:4)
                                  DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  WS-CURRENT-DATE(5:2)
                                  DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  WS-CURRENT-DATE(7:2)
                                  DELIMITED BY SIZE
                                  INTO WS-WO-TODAY
                           END-STRING
                           MOVE WS-WO-TODAY TO WS-PAYMENT-DATE-LOG
                           MOVE DI-RENT-DUE TO WS-DUE-DATE-LOG
                           MOVE SPACES TO WS-PAYMENT-NOTES
                           STRING "DAMAGE CHARGE, WORK ORDER "
                                  DELIMITED BY SIZE
                                  WO-ID DELIMITED BY SPACE
                                  INTO WS-PAYMENT-NOTES
                           END-STRING
                           MOVE SPACES TO WS-PAYMENT-TENANT-LOG
                           MOVE "INTERNAL"
                               TO WS-PAYMENT-METHOD-LOG
                           MOVE SPACES TO WS-PAYMENT-REF-LOG
                           PERFORM LOG-PAYMENT-HISTORY
                           DISPLAY "DAMAGE CHARGE POSTED TO ROOM "
                                   WO-DORM-ID
                   END-REWRITE
           END-READ
           CLOSE DORM-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SEPARATION-OF-DUTIES EXCEPTION REPORT
      *============================
      *Monthly controls report for the owner. Cross-checks the
      *operator recorded on payments, reversals, credit refunds,
      *drawer shifts, audit-journal edits and sessions and lists
      *every pattern that needs a second look, with the
      *transaction ids and audit-journal rows behind it. Postings
      *made by the unattended job stream are not an operator's
      *and are left out.
       SOD-EXCEPTION-REPORT.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "   SEPARATION-OF-DUTIES EXCEPTION REPORT"
           DISPLAY "=========================================="
           DISPLAY "Flags self-voids and self-NSF returns, credit "
                   "refunds paid by the operator who posted the "
                   "credit, rate and balance edits made off the "
                   "operator's own shift, payments taken with no "
                   "drawer shift open, and activity outside "
                   "business hours."
           DISPLAY " "

           DISPLAY "MONTH TO REVIEW (YYYY-MM): "
           MOVE SPACES TO WS-SD-MONTH
           ACCEPT WS-SD-MONTH
           PERFORM UNTIL WS-SD-MONTH(1:4) IS NUMERIC AND
                         WS-SD-MONTH(5:1) = "-" AND
                         WS-SD-MONTH(6:2) IS NUMERIC
               DISPLAY "INVALID MONTH. USE FORMAT YYYY-MM: "
               ACCEPT WS-SD-MONTH
           END-PERFORM

           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM SOD-LOAD-SHIFTS

           MOVE 0 TO WS-SD-CNT-SELF-REV
           MOVE 0 TO WS-SD-CNT-SELF-REF
           MOVE 0 TO WS-SD-CNT-OFF-SHIFT
           MOVE 0 TO WS-SD-CNT-NO-SHIFT
           MOVE 0 TO WS-SD-CNT-HOURS
           MOVE 0 TO WS-SD-CNT-TOTAL
           MOVE 0 TO WS-SDR-COUNT
           MOVE 0 TO WS-SDF-COUNT

           MOVE "SOD" TO WS-RC-REPORT
           MOVE SPACES TO WS-RC-BASE-NAME
           STRING "sod_" DELIMITED BY SIZE
                  WS-SD-MONTH DELIMITED BY SPACE
                  INTO WS-RC-BASE-NAME
           END-STRING
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-SD-REPORT-NAME
           STRING "MONTH " DELIMITED BY SIZE
                  WS-SD-MONTH DELIMITED BY SPACE
                  INTO WS-RC-PARAMETERS
           END-STRING
           OPEN OUTPUT SOD-REPORT-FILE

           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "SEPARATION-OF-DUTIES EXCEPTIONS FOR "
                  DELIMITED BY SIZE
                  WS-SD-MONTH DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO SOD-REPORT-RECORD
           END-STRING
           PERFORM SOD-WRITE-LINE
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "BUSINESS HOURS " DELIMITED BY SIZE
                  WS-PARM-BIZ-OPEN DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-PARM-BIZ-CLOSE DELIMITED BY SIZE
                  "   DRAWER SHIFTS ON FILE: " DELIMITED BY SIZE
                  WS-SDS-COUNT DELIMITED BY SIZE
                  INTO SOD-REPORT-RECORD
           END-STRING
           PERFORM SOD-WRITE-LINE
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "EXCEPTION  OPERATOR   WHEN                "
                  DELIMITED BY SIZE
                  "DETAIL" DELIMITED BY SIZE
                  INTO SOD-REPORT-RECORD
           END-STRING
           PERFORM SOD-WRITE-LINE
           MOVE ALL "-" TO SOD-REPORT-RECORD(1:100)
           PERFORM SOD-WRITE-LINE

           PERFORM SOD-SCAN-HISTORY
           PERFORM SOD-CHECK-REFUNDS
           PERFORM SOD-SCAN-AUDIT-JOURNAL
           PERFORM SOD-SCAN-SESSIONS

           MOVE ALL "-" TO SOD-REPORT-RECORD(1:100)
           PERFORM SOD-WRITE-LINE
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "SELF VOID/NSF: " DELIMITED BY SIZE
                  WS-SD-CNT-SELF-REV DELIMITED BY SIZE
                  "   SELF REFUND: " DELIMITED BY SIZE
                  WS-SD-CNT-SELF-REF DELIMITED BY SIZE
                  "   OFF-SHIFT EDITS: " DELIMITED BY SIZE
                  WS-SD-CNT-OFF-SHIFT DELIMITED BY SIZE
                  INTO SOD-REPORT-RECORD
           END-STRING
           PERFORM SOD-WRITE-LINE
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "NO DRAWER SHIFT: " DELIMITED BY SIZE
                  WS-SD-CNT-NO-SHIFT DELIMITED BY SIZE
                  "   AFTER HOURS: " DELIMITED BY SIZE
                  WS-SD-CNT-HOURS DELIMITED BY SIZE
                  "   TOTAL EXCEPTIONS: " DELIMITED BY SIZE
                  WS-SD-CNT-TOTAL DELIMITED BY SIZE
                  INTO SOD-REPORT-RECORD
           END-STRING
           PERFORM SOD-WRITE-LINE
           CLOSE SOD-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "REPORT WRITTEN TO "
                   FUNCTION TRIM(WS-SD-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: LOAD DRAWER SHIFT WINDOWS FOR THE CONTROLS REPORT
      *============================
      *Shifts closed before the close date was kept carry only a
      *close time; a close time earlier than the open time means
      *the shift ran past midnight into the next day.
       SOD-LOAD-SHIFTS.
           MOVE 0 TO WS-SDS-COUNT
           OPEN INPUT SHIFT-FILE
           IF WS-SH-FILE-STATUS = "00"
               MOVE "N" TO WS-SD-EOF
               PERFORM UNTIL WS-SD-EOF = "Y"
                   READ SHIFT-FILE
                       AT END
                           MOVE "Y" TO WS-SD-EOF
                       NOT AT END
                           IF WS-SDS-COUNT < 2000
                               ADD 1 TO WS-SDS-COUNT
                               PERFORM SOD-STORE-SHIFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: STORE ONE DRAWER SHIFT WINDOW
      *============================
       SOD-STORE-SHIFT.
           MOVE SH-OPERATOR TO WS-SDS-OPER(WS-SDS-COUNT)
           MOVE SPACES TO WS-SDS-START(WS-SDS-COUNT)
           STRING SH-OPEN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SH-OPEN-TIME DELIMITED BY SIZE
                  INTO WS-SDS-START(WS-SDS-COUNT)
           END-STRING

           IF SH-STATUS = "OPEN"
               MOVE ALL "9" TO WS-SDS-END(WS-SDS-COUNT)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SDS-END(WS-SDS-COUNT)
           IF SH-CLOSE-DATE NOT = SPACES
               STRING SH-CLOSE-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SH-CLOSE-TIME DELIMITED BY SIZE
                      INTO WS-SDS-END(WS-SDS-COUNT)
               END-STRING
           ELSE
               IF SH-CLOSE-TIME >= SH-OPEN-TIME
                   STRING SH-OPEN-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SH-CLOSE-TIME DELIMITED BY SIZE
                          INTO WS-SDS-END(WS-SDS-COUNT)
                   END-STRING
               ELSE
                   MOVE SH-OPEN-DATE(1:4) TO WS-SD-OPEN-NUM(1:4)
                   MOVE SH-OPEN-DATE(6:2) TO WS-SD-OPEN-NUM(5:2)
                   MOVE SH-OPEN-DATE(9:2) TO WS-SD-OPEN-NUM(7:2)
                   COMPUTE WS-SD-CLOSE-INT =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-SD-OPEN-NUM)
                           + 1)
                   STRING WS-SD-CLOSE-INT(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-SD-CLOSE-INT(5:2) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-SD-CLOSE-INT(7:2) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SH-CLOSE-TIME DELIMITED BY SIZE
                          INTO WS-SDS-END(WS-SDS-COUNT)
                   END-STRING
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: WAS THE OPERATOR ON AN OPEN DRAWER SHIFT
      *============================
      *In: WS-SD-CHECK-OPER, WS-SD-CHECK-TS. Out: WS-SD-IN-SHIFT.
       SOD-CHECK-IN-SHIFT.
           MOVE "N" TO WS-SD-IN-SHIFT
           PERFORM VARYING WS-SDS-IDX FROM 1 BY 1
                   UNTIL WS-SDS-IDX > WS-SDS-COUNT OR
                         WS-SD-IN-SHIFT = "Y"
               IF WS-SDS-OPER(WS-SDS-IDX) = WS-SD-CHECK-OPER AND
                  WS-SD-CHECK-TS >= WS-SDS-START(WS-SDS-IDX) AND
                  WS-SD-CHECK-TS <= WS-SDS-END(WS-SDS-IDX)
                   MOVE "Y" TO WS-SD-IN-SHIFT
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: IS A TIMESTAMP OUTSIDE BUSINESS HOURS
      *============================
      *In: WS-SD-CHECK-TS. Out: WS-SD-AFTER-HOURS.
       SOD-CHECK-HOURS.
           MOVE "N" TO WS-SD-AFTER-HOURS
           IF WS-SD-CHECK-TS(12:2) IS NUMERIC AND
              WS-SD-CHECK-TS(15:2) IS NUMERIC
               MOVE WS-SD-CHECK-TS(12:2) TO WS-SD-HHMM(1:2)
               MOVE WS-SD-CHECK-TS(15:2) TO WS-SD-HHMM(3:2)
               IF WS-SD-HHMM < WS-PARM-BIZ-OPEN OR
                  WS-SD-HHMM >= WS-PARM-BIZ-CLOSE
                   MOVE "Y" TO WS-SD-AFTER-HOURS
               END-IF
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: WRITE ONE EXCEPTION (TWO LINES)
      *============================
      *In: WS-SD-KIND, WS-SD-CHECK-OPER, WS-SD-CHECK-TS,
      *WS-SD-TEXT and WS-SD-REF (the rows to follow up).
       SOD-WRITE-EXCEPTION.
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING WS-SD-KIND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SD-CHECK-OPER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SD-CHECK-TS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SD-TEXT DELIMITED BY SIZE
                  INTO SOD-REPORT-RECORD
           END-STRING
           PERFORM SOD-WRITE-LINE
           MOVE SPACES TO SOD-REPORT-RECORD
           MOVE WS-SD-REF TO SOD-REPORT-RECORD(12:110)
           PERFORM SOD-WRITE-LINE
           ADD 1 TO WS-SD-CNT-TOTAL
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: WRITE AND SHOW ONE CONTROLS REPORT LINE
      *============================
       SOD-WRITE-LINE.
           WRITE SOD-REPORT-RECORD
           DISPLAY SOD-REPORT-RECORD(1:80)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CONTROLS REPORT - PAYMENT HISTORY CHECKS
      *============================
      *Collects the month's voids, NSF returns and credit refunds
      *for the pairing checks, flags money taken with no drawer
      *shift open and postings outside business hours, then reads
      *back the original of each void and NSF return to see who
      *posted it.
       SOD-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-TIMESTAMP(1:7) = WS-SD-MONTH AND
                          PH-OPERATOR-ID NOT = WS-JOB-OPERATOR-ID
                           PERFORM SOD-CHECK-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-SDR-IDX FROM 1 BY 1
                   UNTIL WS-SDR-IDX > WS-SDR-COUNT
               MOVE WS-SDR-ORIG(WS-SDR-IDX) TO PH-TRANSACTION-ID
               READ HISTORY-FILE
                   KEY IS PH-TRANSACTION-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PH-OPERATOR-ID = WS-SDR-OPER(WS-SDR-IDX)
                           PERFORM SOD-FLAG-SELF-REVERSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHECK ONE HISTORY ENTRY FOR THE CONTROLS REPORT
      *============================
       SOD-CHECK-HISTORY-ROW.
           IF PH-PAYMENT-TYPE = "VOID" AND WS-SDR-COUNT < 500
               ADD 1 TO WS-SDR-COUNT
               MOVE "VOID" TO WS-SDR-KIND(WS-SDR-COUNT)
               MOVE PH-NOTES(11:30) TO WS-SDR-ORIG(WS-SDR-COUNT)
               MOVE PH-TRANSACTION-ID TO WS-SDR-TXN(WS-SDR-COUNT)
               MOVE PH-OPERATOR-ID TO WS-SDR-OPER(WS-SDR-COUNT)
               MOVE PH-TIMESTAMP TO WS-SDR-TS(WS-SDR-COUNT)
           END-IF
           IF PH-NOTES(1:18) = "NSF RETURN OF TXN " AND
              WS-SDR-COUNT < 500
               ADD 1 TO WS-SDR-COUNT
               MOVE "NSF" TO WS-SDR-KIND(WS-SDR-COUNT)
               MOVE PH-NOTES(19:30) TO WS-SDR-ORIG(WS-SDR-COUNT)
               MOVE PH-TRANSACTION-ID TO WS-SDR-TXN(WS-SDR-COUNT)
               MOVE PH-OPERATOR-ID TO WS-SDR-OPER(WS-SDR-COUNT)
               MOVE PH-TIMESTAMP TO WS-SDR-TS(WS-SDR-COUNT)
           END-IF
           IF PH-PAYMENT-TYPE = "CREDIT-REFUND" AND
              WS-SDF-COUNT < 200
               ADD 1 TO WS-SDF-COUNT
               MOVE PH-TRANSACTION-ID TO WS-SDF-TXN(WS-SDF-COUNT)
               MOVE PH-TENANT-ID TO WS-SDF-TENANT(WS-SDF-COUNT)
               MOVE PH-OPERATOR-ID TO WS-SDF-OPER(WS-SDF-COUNT)
               MOVE PH-TIMESTAMP TO WS-SDF-TS(WS-SDF-COUNT)
           END-IF

           MOVE PH-OPERATOR-ID TO WS-SD-CHECK-OPER
           MOVE PH-TIMESTAMP TO WS-SD-CHECK-TS
           MOVE PH-AMOUNT-PAID TO WS-SD-AMT-EDIT

           *> Money taken over the counter (not an internal move,
           *> not a reversal) belongs inside the operator's shift
           IF PH-AMOUNT-PAID > 0 AND
              PH-METHOD NOT = "INTERNAL" AND
              PH-PAYMENT-TYPE NOT = "VOID" AND
              PH-NOTES(1:18) NOT = "NSF RETURN OF TXN "
               PERFORM SOD-CHECK-IN-SHIFT
               IF WS-SD-IN-SHIFT = "N"
                   MOVE "NO-SHIFT" TO WS-SD-KIND
                   MOVE "PAYMENT POSTED WITH NO DRAWER SHIFT OPEN"
                       TO WS-SD-TEXT
                   MOVE SPACES TO WS-SD-REF
                   STRING "TXN " DELIMITED BY SIZE
                          PH-TRANSACTION-ID DELIMITED BY SPACE
                          "  ROOM " DELIMITED BY SIZE
                          PH-DORM-ID DELIMITED BY SPACE
                          "  " DELIMITED BY SIZE
                          PH-PAYMENT-TYPE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          PH-METHOD DELIMITED BY SPACE
                          " PAID " DELIMITED BY SIZE
                          WS-SD-AMT-EDIT DELIMITED BY SIZE
                          INTO WS-SD-REF
                   END-STRING
                   PERFORM SOD-WRITE-EXCEPTION
                   ADD 1 TO WS-SD-CNT-NO-SHIFT
               END-IF
           END-IF

           PERFORM SOD-CHECK-HOURS
           IF WS-SD-AFTER-HOURS = "Y"
               MOVE "AFTER-HRS" TO WS-SD-KIND
               MOVE "HISTORY POSTING OUTSIDE BUSINESS HOURS"
                   TO WS-SD-TEXT
               MOVE SPACES TO WS-SD-REF
               STRING "TXN " DELIMITED BY SIZE
                      PH-TRANSACTION-ID DELIMITED BY SPACE
                      "  ROOM " DELIMITED BY SIZE
                      PH-DORM-ID DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      PH-PAYMENT-TYPE DELIMITED BY SPACE
                      " PAID " DELIMITED BY SIZE
                      WS-SD-AMT-EDIT DELIMITED BY SIZE
                      INTO WS-SD-REF
               END-STRING
               PERFORM SOD-WRITE-EXCEPTION
               ADD 1 TO WS-SD-CNT-HOURS
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FLAG A REVERSAL BY THE ORIGINAL POSTER
      *============================
      *HISTORY-RECORD holds the original posting on entry.
       SOD-FLAG-SELF-REVERSAL.
           MOVE WS-SDR-OPER(WS-SDR-IDX) TO WS-SD-CHECK-OPER
           MOVE WS-SDR-TS(WS-SDR-IDX) TO WS-SD-CHECK-TS
           MOVE SPACES TO WS-SD-TEXT
           IF WS-SDR-KIND(WS-SDR-IDX) = "VOID"
               MOVE "SELF-VOID" TO WS-SD-KIND
               STRING "VOIDED A PAYMENT THEY POSTED ON "
                      DELIMITED BY SIZE
                      PH-TIMESTAMP(1:16) DELIMITED BY SIZE
                      INTO WS-SD-TEXT
               END-STRING
           ELSE
               MOVE "SELF-NSF" TO WS-SD-KIND
               STRING "NSF-RETURNED A PAYMENT THEY POSTED ON "
                      DELIMITED BY SIZE
                      PH-TIMESTAMP(1:16) DELIMITED BY SIZE
                      INTO WS-SD-TEXT
               END-STRING
           END-IF
           MOVE PH-AMOUNT-PAID TO WS-SD-AMT-EDIT
           MOVE SPACES TO WS-SD-REF
           STRING "TXN " DELIMITED BY SIZE
                  WS-SDR-TXN(WS-SDR-IDX) DELIMITED BY SPACE
                  " REVERSES TXN " DELIMITED BY SIZE
                  PH-TRANSACTION-ID DELIMITED BY SPACE
                  "  ROOM " DELIMITED BY SIZE
                  PH-DORM-ID DELIMITED BY SPACE
                  " PAID " DELIMITED BY SIZE
                  WS-SD-AMT-EDIT DELIMITED BY SIZE
                  INTO WS-SD-REF
           END-STRING
           PERFORM SOD-WRITE-EXCEPTION
           ADD 1 TO WS-SD-CNT-SELF-REV
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CONTROLS REPORT - CREDIT REFUND PAIRING
      *============================
      *A credit refund paid out by the operator who also posted the
      *overpayment that created the credit, for the same tenant.
      *The credit may have been captured in any earlier month, so
      *the whole history file is read.
       SOD-CHECK-REFUNDS.
           IF WS-SDF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-NOTES(1:36) =
                          "OVERPAYMENT MOVED TO CREDIT, TENANT "
                           PERFORM SOD-MATCH-CREDIT-CAPTURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: MATCH A CREDIT CAPTURE TO ITS APPLICATION
      *============================
       SOD-MATCH-CREDIT-CAPTURE.
           PERFORM VARYING WS-SDF-IDX FROM 1 BY 1
                   UNTIL WS-SDF-IDX > WS-SDF-COUNT
               IF PH-TENANT-ID = WS-SDF-TENANT(WS-SDF-IDX) AND
                  PH-OPERATOR-ID = WS-SDF-OPER(WS-SDF-IDX) AND
                  PH-TIMESTAMP <= WS-SDF-TS(WS-SDF-IDX)
                   MOVE "SELF-REFND" TO WS-SD-KIND
                   MOVE WS-SDF-OPER(WS-SDF-IDX) TO WS-SD-CHECK-OPER
                   MOVE WS-SDF-TS(WS-SDF-IDX) TO WS-SD-CHECK-TS
                   MOVE SPACES TO WS-SD-TEXT
                   STRING "REFUNDED A CREDIT THEY POSTED FOR TENANT "
                          DELIMITED BY SIZE
                          PH-TENANT-ID DELIMITED BY SPACE
                          INTO WS-SD-TEXT
                   END-STRING
                   MOVE SPACES TO WS-SD-REF
                   STRING "REFUND TXN " DELIMITED BY SIZE
                          WS-SDF-TXN(WS-SDF-IDX) DELIMITED BY SPACE
                          "  CREDIT TXN " DELIMITED BY SIZE
                          PH-TRANSACTION-ID DELIMITED BY SPACE
                          " OF " DELIMITED BY SIZE
                          PH-TIMESTAMP(1:16) DELIMITED BY SIZE
                          INTO WS-SD-REF
                   END-STRING
                   PERFORM SOD-WRITE-EXCEPTION
                   ADD 1 TO WS-SD-CNT-SELF-REF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CONTROLS REPORT - AUDIT JOURNAL CHECKS
      *============================
      *Rows are numbered from the top of auditlog.dat so the owner
      *can go straight to them. Rate and balance edits on a room
      *must fall inside a drawer shift of the operator who made
      *them; every row is also checked against business hours.
       SOD-SCAN-AUDIT-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDITLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SD-ROW-NUM
           MOVE "N" TO WS-SD-EOF
           PERFORM UNTIL WS-SD-EOF = "Y"
               READ AUDIT-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-SD-EOF
                   NOT AT END
                       ADD 1 TO WS-SD-ROW-NUM
                       IF AJ-TIMESTAMP(1:7) = WS-SD-MONTH AND
                          AJ-OPERATOR NOT = WS-JOB-OPERATOR-ID
                           PERFORM SOD-CHECK-AUDIT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-JOURNAL-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CHECK ONE AUDIT ENTRY FOR THE CONTROLS REPORT
      *============================
       SOD-CHECK-AUDIT-ROW.
           MOVE "N" TO WS-SD-RATE-EDIT
           IF AJ-RECORD-TYPE = "DORM"
               MOVE 0 TO WS-SD-BAL-TALLY
               INSPECT AJ-FIELD TALLYING WS-SD-BAL-TALLY
                   FOR ALL "BALANCE"
               IF AJ-FIELD = "RENT AMOUNT" OR
                  AJ-FIELD = "ELECTRICITY AMT" OR
                  AJ-FIELD = "WATER AMT" OR
                  WS-SD-BAL-TALLY > 0
                   MOVE "Y" TO WS-SD-RATE-EDIT
               END-IF
           END-IF

           MOVE AJ-OPERATOR TO WS-SD-CHECK-OPER
           MOVE AJ-TIMESTAMP TO WS-SD-CHECK-TS
           MOVE WS-SD-ROW-NUM TO WS-SD-ROW-EDIT
           MOVE SPACES TO WS-SD-REF
           STRING "AUDIT ROW " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SD-ROW-EDIT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AJ-RECORD-TYPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AJ-KEY DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AJ-ACTION DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(AJ-FIELD) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(AJ-OLD-VALUE) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(AJ-NEW-VALUE) DELIMITED BY SIZE
                  INTO WS-SD-REF
           END-STRING

           IF WS-SD-RATE-EDIT = "Y"
               PERFORM SOD-CHECK-IN-SHIFT
               IF WS-SD-IN-SHIFT = "N"
                   MOVE "OFF-SHIFT" TO WS-SD-KIND
                   MOVE "RATE/BALANCE EDIT OUTSIDE OPERATOR'S SHIFT"
                       TO WS-SD-TEXT
                   PERFORM SOD-WRITE-EXCEPTION
                   ADD 1 TO WS-SD-CNT-OFF-SHIFT
               END-IF
           END-IF

           PERFORM SOD-CHECK-HOURS
           IF WS-SD-AFTER-HOURS = "Y"
               MOVE "AFTER-HRS" TO WS-SD-KIND
               MOVE "AUDITED CHANGE OUTSIDE BUSINESS HOURS"
                   TO WS-SD-TEXT
               PERFORM SOD-WRITE-EXCEPTION
               ADD 1 TO WS-SD-CNT-HOURS
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: CONTROLS REPORT - SESSION LOG CHECKS
      *============================
      *Sign-ons, failed attempts and PIN changes outside business
      *hours. Sign-offs are left out; they only close a session.
       SOD-SCAN-SESSIONS.
           OPEN INPUT SESSION-LOG-FILE
           IF WS-SESS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SD-ROW-NUM
           MOVE "N" TO WS-SD-EOF
           PERFORM UNTIL WS-SD-EOF = "Y"
               READ SESSION-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-SD-EOF
                   NOT AT END
                       ADD 1 TO WS-SD-ROW-NUM
                       IF SE-TIMESTAMP(1:7) = WS-SD-MONTH AND
                          SE-OPERATOR NOT = WS-JOB-OPERATOR-ID AND
                          SE-EVENT NOT = "SIGNOFF"
                           MOVE SE-OPERATOR TO WS-SD-CHECK-OPER
                           MOVE SE-TIMESTAMP TO WS-SD-CHECK-TS
                           PERFORM SOD-CHECK-HOURS
                           IF WS-SD-AFTER-HOURS = "Y"
                               PERFORM SOD-FLAG-SESSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-LOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: FLAG SESSION ACTIVITY OUTSIDE BUSINESS HOURS
      *============================
       SOD-FLAG-SESSION.
           MOVE "AFTER-HRS" TO WS-SD-KIND
           MOVE "SESSION ACTIVITY OUTSIDE BUSINESS HOURS"
               TO WS-SD-TEXT
           MOVE WS-SD-ROW-NUM TO WS-SD-ROW-EDIT
           MOVE SPACES TO WS-SD-REF
           STRING "SESSION LOG ROW " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SD-ROW-EDIT) DELIMITED BY SIZE
                  "  EVENT " DELIMITED BY SIZE
                  SE-EVENT DELIMITED BY SPACE
                  INTO WS-SD-REF
           END-STRING
           PERFORM SOD-WRITE-EXCEPTION
           ADD 1 TO WS-SD-CNT-HOURS
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT ARCHIVE AND CATALOG MENU
      *============================
       REPORT-CATALOG-MENU.
           PERFORM UNTIL UTIL-RC-CHOICE = 5
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "  REPORT ARCHIVE / CATALOG "
           DISPLAY "==========================="
           DISPLAY "1 - LIST PAST REPORT RUNS"
           DISPLAY "2 - RE-DISPLAY A REPORT"
           DISPLAY "3 - REPRINT A REPORT"
           DISPLAY "4 - PURGE REPORTS PAST RETENTION"
           DISPLAY "5 - BACK"

           DISPLAY "ENTER CHOICE (1 - 5): "
           ACCEPT UTIL-RC-CHOICE

           EVALUATE UTIL-RC-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM RPT-LIST-RUNS
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM RPT-REDISPLAY-RUN
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM RPT-REPRINT-RUN
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM RPT-PURGE-OLD-RUNS
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
                   PERFORM EXIT-PROMT
           END-EVALUATE

           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - TODAY'S DATE AND TIME
      *============================
       RPT-STAMP-NOW.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RC-TODAY
           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-RC-TODAY
           END-STRING
           MOVE SPACES TO WS-RC-NOW
           STRING WS-CURRENT-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CURRENT-TIME(5:2) DELIMITED BY SIZE
                  INTO WS-RC-NOW
           END-STRING
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - NEXT DATED FILE NAME FOR A RUN
      *============================
      *In: WS-RC-REPORT (catalog code) and WS-RC-BASE-NAME. Out:
      *WS-RC-FILE-NAME as base_YYYYMMDD_nnn.txt, nnn being one past
      *the highest run of that report cataloged today, so a second
      *run never overwrites the first. Parameters and keep class
      *are reset for the caller to fill in.
       RPT-NEXT-FILE-NAME.
           PERFORM RPT-STAMP-NOW
           MOVE 0 TO WS-RC-SEQ
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF RC-REPORT = WS-RC-REPORT AND
                              RC-RUN-DATE = WS-RC-TODAY AND
                              RC-SEQ > WS-RC-SEQ
                               MOVE RC-SEQ TO WS-RC-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF
           ADD 1 TO WS-RC-SEQ

           MOVE SPACES TO WS-RC-FILE-NAME
           STRING WS-RC-BASE-NAME DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-RC-SEQ DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RC-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-RC-PARAMETERS
           MOVE "N" TO WS-RC-KEEP
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - RECORD ONE FINISHED RUN
      *============================
      *In: WS-RC-REPORT, WS-RC-SEQ, WS-RC-FILE-NAME,
      *WS-RC-PARAMETERS and WS-RC-KEEP. The file must be closed;
      *its lines are counted from disk so every report is measured
      *the same way.
       RPT-CATALOG-RUN.
           MOVE 0 TO WS-RC-LINES
           OPEN INPUT ARCHIVED-REPORT-FILE
           IF WS-RC-ARCH-STATUS = "00"
               MOVE "N" TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ ARCHIVED-REPORT-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           ADD 1 TO WS-RC-LINES
                   END-READ
               END-PERFORM
               CLOSE ARCHIVED-REPORT-FILE
           END-IF

           MOVE 0 TO WS-RC-LAST-RUN-NO
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF RC-RUN-NO > WS-RC-LAST-RUN-NO
                               MOVE RC-RUN-NO TO WS-RC-LAST-RUN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF

           PERFORM RPT-STAMP-NOW
           INITIALIZE REPORT-CATALOG-RECORD
           ADD 1 TO WS-RC-LAST-RUN-NO GIVING RC-RUN-NO
           MOVE WS-RC-REPORT     TO RC-REPORT
           MOVE WS-RC-SEQ        TO RC-SEQ
           MOVE WS-RC-FILE-NAME  TO RC-FILE-NAME
           MOVE WS-RC-PARAMETERS TO RC-PARAMETERS
           MOVE WS-RC-TODAY      TO RC-RUN-DATE
           MOVE WS-RC-NOW        TO RC-RUN-TIME
           MOVE WS-OPERATOR-ID   TO RC-OPERATOR
           MOVE WS-RC-LINES      TO RC-LINES
           MOVE WS-RC-KEEP       TO RC-KEEP
           OPEN EXTEND REPORT-CATALOG-FILE
           IF WS-RC-FILE-STATUS NOT = "00"
               OPEN OUTPUT REPORT-CATALOG-FILE
           END-IF
           WRITE REPORT-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - LIST PAST RUNS
      *============================
       RPT-LIST-RUNS.
           DISPLAY "=========================================="
           DISPLAY "        PAST REPORT RUNS"
           DISPLAY "=========================================="
           DISPLAY "REPORT CODE (e.g., AUDIT, TREND, EMPTY FOR "
                   "ALL): "
           MOVE SPACES TO WS-RC-FILTER
           ACCEPT WS-RC-FILTER
           INSPECT WS-RC-FILTER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "RUN DATE FROM (YYYY-MM-DD, EMPTY FOR ALL): "
           MOVE SPACES TO WS-RC-DATE-ARG
           ACCEPT WS-RC-DATE-ARG

           DISPLAY " "
           DISPLAY "RUN#   REPORT     RUN DATE   TIME     "
                   "OPERATOR     LINES K"
           DISPLAY "       FILE / PARAMETERS"
           DISPLAY "----------------------------------------"
           MOVE 0 TO WS-RC-VIEW-COUNT
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RC-FILE-STATUS NOT = "00"
               DISPLAY "NO REPORT RUNS CATALOGED YET."
           ELSE
               MOVE "N" TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF (WS-RC-FILTER = SPACES OR
                               RC-REPORT = WS-RC-FILTER) AND
                              (WS-RC-DATE-ARG = SPACES OR
                               RC-RUN-DATE >= WS-RC-DATE-ARG)
                               ADD 1 TO WS-RC-VIEW-COUNT
                               MOVE RC-LINES TO WS-RC-LINES-EDIT
                               DISPLAY RC-RUN-NO " " RC-REPORT " "
                                       RC-RUN-DATE " " RC-RUN-TIME
                                       " " RC-OPERATOR " "
                                       WS-RC-LINES-EDIT " " RC-KEEP
                               DISPLAY "       "
                                       FUNCTION TRIM(RC-FILE-NAME)
                                       "  "
                                       FUNCTION TRIM(RC-PARAMETERS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "RUNS LISTED: " WS-RC-VIEW-COUNT
           DISPLAY "K: P = PERIOD CLOSE, Y = YEAR END, C = "
                   "PRIVACY CERTIFICATE (KEPT FOR GOOD), "
                   "N = PURGED AFTER " WS-PARM-RPT-KEEP " MONTHS"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - FIND A RUN BY NUMBER
      *============================
       RPT-FIND-RUN.
           MOVE "N" TO WS-RC-FOUND
           DISPLAY "RUN NUMBER (SEE LIST PAST REPORT RUNS): "
           MOVE 0 TO WS-RC-RUN-ARG
           ACCEPT WS-RC-RUN-ARG
           IF WS-RC-RUN-ARG = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF RC-RUN-NO = WS-RC-RUN-ARG
                               MOVE "Y" TO WS-RC-FOUND
                               MOVE "Y" TO WS-RC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF

           IF WS-RC-FOUND = "N"
               DISPLAY "RUN " WS-RC-RUN-ARG " IS NOT IN THE CATALOG."
               EXIT PARAGRAPH
           END-IF

           MOVE RC-FILE-NAME TO WS-RC-FILE-NAME
           OPEN INPUT ARCHIVED-REPORT-FILE
           IF WS-RC-ARCH-STATUS NOT = "00"
               DISPLAY "FILE " FUNCTION TRIM(WS-RC-FILE-NAME)
                       " FOR RUN " WS-RC-RUN-ARG
                       " IS NO LONGER ON DISK."
               MOVE "N" TO WS-RC-FOUND
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCHIVED-REPORT-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - RE-DISPLAY A PAST RUN
      *============================
       RPT-REDISPLAY-RUN.
           DISPLAY "=========================================="
           DISPLAY "        RE-DISPLAY A PAST REPORT"
           DISPLAY "=========================================="
           PERFORM RPT-FIND-RUN
           IF WS-RC-FOUND = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "RUN " RC-RUN-NO " " FUNCTION TRIM(RC-REPORT)
                   " ON " RC-RUN-DATE " " RC-RUN-TIME " BY "
                   FUNCTION TRIM(RC-OPERATOR)
           DISPLAY "----------------------------------------"
           OPEN INPUT ARCHIVED-REPORT-FILE
           MOVE "N" TO WS-RC-EOF
           PERFORM UNTIL WS-RC-EOF = "Y"
               READ ARCHIVED-REPORT-FILE
                   AT END
                       MOVE "Y" TO WS-RC-EOF
                   NOT AT END
                       DISPLAY ARCHIVED-REPORT-RECORD(1:80)
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-REPORT-FILE
           DISPLAY "----------------------------------------"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - REPRINT A PAST RUN
      *============================
      *Writes reprint_<original name> with a banner line marking
      *it as a copy of the cataloged run; the original is left
      *untouched.
       RPT-REPRINT-RUN.
           DISPLAY "=========================================="
           DISPLAY "        REPRINT A PAST REPORT"
           DISPLAY "=========================================="
           PERFORM RPT-FIND-RUN
           IF WS-RC-FOUND = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RC-REPRINT-NAME
           STRING "reprint_" DELIMITED BY SIZE
                  WS-RC-FILE-NAME DELIMITED BY SPACE
                  INTO WS-RC-REPRINT-NAME
           END-STRING

           PERFORM RPT-STAMP-NOW
           OPEN INPUT ARCHIVED-REPORT-FILE
           OPEN OUTPUT REPRINT-FILE
           MOVE SPACES TO REPRINT-RECORD
           STRING "*** REPRINT OF RUN " DELIMITED BY SIZE
                  RC-RUN-NO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  RC-REPORT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RC-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-RUN-TIME DELIMITED BY SIZE
                  ") REPRINTED " DELIMITED BY SIZE
                  WS-RC-TODAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RC-NOW DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  " ***" DELIMITED BY SIZE
                  INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD
           MOVE 0 TO WS-RC-COPY-LINES
           MOVE "N" TO WS-RC-EOF
           PERFORM UNTIL WS-RC-EOF = "Y"
               READ ARCHIVED-REPORT-FILE
                   AT END
                       MOVE "Y" TO WS-RC-EOF
                   NOT AT END
                       WRITE REPRINT-RECORD
                           FROM ARCHIVED-REPORT-RECORD
                       ADD 1 TO WS-RC-COPY-LINES
               END-READ
           END-PERFORM
           CLOSE ARCHIVED-REPORT-FILE REPRINT-FILE

           DISPLAY " "
           DISPLAY "REPRINT WRITTEN TO "
                   FUNCTION TRIM(WS-RC-REPRINT-NAME) " ("
                   WS-RC-COPY-LINES " LINES)"
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - RETENTION PURGE
      *============================
      *Deletes the files of normal runs older than the RPTKEEP
      *parameter (months) and drops their catalog rows.
      *Period-close and year-end outputs are never purged.
       RPT-PURGE-OLD-RUNS.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "        REPORT RETENTION PURGE"
           DISPLAY "=========================================="

           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM RPT-STAMP-NOW
           *> Same day of the month, RPTKEEP months back
           MOVE WS-CURRENT-DATE(1:4) TO WS-RC-CUTOFF-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-RC-CUTOFF-MM
           COMPUTE WS-RC-CUTOFF-MONTHS =
               WS-RC-CUTOFF-YEAR * 12 + WS-RC-CUTOFF-MM - 1
               - WS-PARM-RPT-KEEP
           DIVIDE WS-RC-CUTOFF-MONTHS BY 12
               GIVING WS-RC-CUTOFF-YEAR
               REMAINDER WS-RC-CUTOFF-MM
           ADD 1 TO WS-RC-CUTOFF-MM
           MOVE SPACES TO WS-RC-CUTOFF
           STRING WS-RC-CUTOFF-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RC-CUTOFF-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-RC-CUTOFF
           END-STRING

           MOVE 0 TO WS-RC-PURGE-COUNT
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF RC-KEEP = "N" AND
                              RC-RUN-DATE < WS-RC-CUTOFF
                               ADD 1 TO WS-RC-PURGE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF

           DISPLAY "RETENTION: " WS-PARM-RPT-KEEP " MONTHS (RPTKEEP)"
           DISPLAY "RUNS DATED BEFORE " WS-RC-CUTOFF
                   " TO PURGE: " WS-RC-PURGE-COUNT
           IF WS-RC-PURGE-COUNT = 0
               DISPLAY "NOTHING TO PURGE."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DELETE THOSE FILES AND CATALOG ROWS (Y/N): "
           ACCEPT WS-RC-CONFIRM
           INSPECT WS-RC-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-RC-CONFIRM NOT = "Y"
               DISPLAY "PURGE CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-OK = "N"
               DISPLAY "NOTHING WAS PURGED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"
           MOVE 0 TO WS-RC-PURGE-COUNT
           MOVE 0 TO WS-RC-KEPT-COUNT
           OPEN INPUT REPORT-CATALOG-FILE
           OPEN OUTPUT TEMP-REPORT-CATALOG-FILE
           MOVE "N" TO WS-RC-EOF
           PERFORM UNTIL WS-RC-EOF = "Y"
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-RC-EOF
                   NOT AT END
                       IF RC-KEEP = "N" AND
                          RC-RUN-DATE < WS-RC-CUTOFF
                           PERFORM RPT-DELETE-RUN-FILE
                           ADD 1 TO WS-RC-PURGE-COUNT
                       ELSE
                           WRITE TEMP-REPORT-CATALOG-RECORD
                               FROM REPORT-CATALOG-RECORD
                           ADD 1 TO WS-RC-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE TEMP-REPORT-CATALOG-FILE
           PERFORM SAVE-REPORT-CATALOG-RECORD
           PERFORM RELEASE-UPDATE-LOCK

           DISPLAY " "
           DISPLAY "PURGE COMPLETE."
           DISPLAY "  RUNS PURGED      : " WS-RC-PURGE-COUNT
           DISPLAY "  RUNS STILL KEPT  : " WS-RC-KEPT-COUNT
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: REPORT CATALOG - DELETE ONE PURGED RUN'S FILE
      *============================
       RPT-DELETE-RUN-FILE.
           MOVE SPACES TO WS-OS-COMMAND
           IF UTIL-OS-NAME = "Windows_NT"
               STRING "del " DELIMITED BY SIZE
                      RC-FILE-NAME DELIMITED BY SPACE
                      " 2>nul" DELIMITED BY SIZE
                      INTO WS-OS-COMMAND
               END-STRING
           ELSE
               STRING "rm -f " DELIMITED BY SIZE
                      RC-FILE-NAME DELIMITED BY SPACE
                      INTO WS-OS-COMMAND
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-OS-COMMAND
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE REPORT CATALOG RECORD
      *============================
       SAVE-REPORT-CATALOG-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del rptcat.dat"
               CALL "SYSTEM" USING "rename temprc.dat rptcat.dat"

           ELSE
               CALL "SYSTEM" USING "mv temprc.dat rptcat.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: DATA-PRIVACY RETENTION PURGE
      *============================
      *Finds tenants who checked out more than PRIVYEARS years ago
      *and owe nothing and are owed nothing, and replaces their
      *personal data in every file with a token (ANON- plus the
      *tenant ID). Tenant IDs, transaction IDs and every amount
      *stay as they were, so the books still add up. A dry run
      *writes only the certificate.
       PRIVACY-RETENTION-PURGE.
           PERFORM CHECK-MANAGER-ACCESS
           IF WS-ACCESS-OK = "N"
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "=========================================="
           DISPLAY "      DATA-PRIVACY RETENTION PURGE"
           DISPLAY "=========================================="
           DISPLAY "Former tenants checked out longer than the "
                   "retention years ago, with no deposit held, "
                   "no open credit, no pending balance, no "
                   "write-off still being recovered and no live "
                   "payment plan, have their names, contacts, "
                   "guarantor details, identity documents, "
                   "emergency contacts and cheque drawer names "
                   "replaced by a token. Bookings and waitlist "
                   "entries older than the cutoff are anonymized "
                   "too. Tenant IDs and amounts are kept."
           DISPLAY " "

           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM RPT-STAMP-NOW
           MOVE WS-RC-TODAY TO WS-AN-TODAY
           MOVE WS-CURRENT-DATE(1:4) TO WS-AN-THIS-YEAR
           *> Same day of the year, PRIVYEARS years back
           COMPUTE WS-AN-CUTOFF-YEAR =
               WS-AN-THIS-YEAR - WS-PARM-PRIV-YEARS
           MOVE SPACES TO WS-AN-CUTOFF
           STRING WS-AN-CUTOFF-YEAR DELIMITED BY SIZE
                  WS-AN-TODAY(5:6) DELIMITED BY SIZE
                  INTO WS-AN-CUTOFF
           END-STRING

           DISPLAY "DRY RUN ONLY - CHANGE NOTHING (Y/N): "
           ACCEPT WS-AN-DRY-RUN
           INSPECT WS-AN-DRY-RUN
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-AN-DRY-RUN NOT = "N"
               MOVE "Y" TO WS-AN-DRY-RUN
           END-IF

           PERFORM AN-COLLECT-CANDIDATES

           DISPLAY " "
           DISPLAY "RETENTION: " WS-PARM-PRIV-YEARS
                   " YEARS (PRIVYEARS)"
           DISPLAY "CHECKED OUT BEFORE " WS-AN-CUTOFF
           DISPLAY "  TENANTS TO ANONYMIZE : " WS-AN-ELIGIBLE-COUNT
           DISPLAY "  HELD BACK            : " WS-AN-HELD-COUNT
           DISPLAY "  OLD RESERVATIONS     : " WS-AN-RV-COUNT

           IF WS-AN-DRY-RUN = "N"
               IF WS-AN-ELIGIBLE-COUNT = 0 AND WS-AN-RV-COUNT = 0
                   DISPLAY "NOTHING TO ANONYMIZE."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "THIS CANNOT BE UNDONE. ANONYMIZE NOW (Y/N): "
               ACCEPT WS-AN-CONFIRM
               INSPECT WS-AN-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-AN-CONFIRM NOT = "Y"
                   DISPLAY "PURGE CANCELLED."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
               PERFORM ACQUIRE-UPDATE-LOCK
               IF WS-LOCK-OK = "N"
                   DISPLAY "NOTHING WAS ANONYMIZED."
                   PERFORM EXIT-PROMT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-AN-CNT-GU
           MOVE 0 TO WS-AN-CNT-BD
           MOVE 0 TO WS-AN-CNT-GV
           MOVE 0 TO WS-AN-CNT-IC
           MOVE 0 TO WS-AN-CNT-NT
           MOVE 0 TO WS-AN-CNT-AJ
           MOVE 0 TO WS-AN-CNT-RV
           MOVE 0 TO WS-AN-CNT-LT
           MOVE 0 TO WS-AN-CNT-PH
           MOVE 0 TO WS-AN-CNT-AH
           MOVE 0 TO WS-AN-CNT-TP
           MOVE 0 TO WS-AN-CNT-PD
           MOVE 0 TO WS-AN-CNT-DT
           MOVE 0 TO WS-AN-CNT-WL
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           PERFORM AN-PASS-GUARANTOR
           PERFORM AN-PASS-PROFILE
           PERFORM AN-PASS-PDC
           PERFORM AN-PASS-DEPOSIT-ITEM
           PERFORM AN-PASS-BAD-DEBT
           PERFORM AN-PASS-GUEST-LOG
           PERFORM AN-PASS-INCIDENT
           PERFORM AN-PASS-NOTICE-LOG
           PERFORM AN-PASS-AUDIT-JOURNAL
           PERFORM AN-PASS-RESERVATION
           PERFORM AN-PASS-WAITLIST
           PERFORM AN-PASS-LEGACY-TENANT
           PERFORM AN-PASS-HISTORY
           PERFORM VARYING WS-AN-ARCH-YEAR FROM 1990 BY 1
               UNTIL WS-AN-ARCH-YEAR >= WS-AN-THIS-YEAR
               PERFORM AN-PASS-ONE-ARCHIVE
           END-PERFORM

           COMPUTE WS-AN-TOTAL-ROWS = WS-AN-CNT-GU + WS-AN-CNT-BD
               + WS-AN-CNT-GV + WS-AN-CNT-IC + WS-AN-CNT-NT
               + WS-AN-CNT-AJ + WS-AN-CNT-RV + WS-AN-CNT-LT
               + WS-AN-CNT-PH + WS-AN-CNT-AH + WS-AN-CNT-TP
               + WS-AN-CNT-PD + WS-AN-CNT-DT + WS-AN-CNT-WL

           IF WS-AN-DRY-RUN = "N"
               PERFORM AN-RECORD-PURGED-TENANTS
               PERFORM RELEASE-UPDATE-LOCK
           END-IF

           PERFORM AN-WRITE-CERTIFICATE

           DISPLAY " "
           IF WS-AN-DRY-RUN = "Y"
               DISPLAY "DRY RUN - NOTHING WAS CHANGED."
           ELSE
               DISPLAY "PURGE COMPLETE. ROWS CHANGED: "
                       WS-AN-TOTAL-ROWS
           END-IF
           DISPLAY "CERTIFICATE WRITTEN TO "
                   FUNCTION TRIM(WS-AN-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - BUILD THE CANDIDATE TABLE
      *============================
      *Checked-out tenants are gone from the tenant master, so the
      *occupancy log is the list of everyone who ever lived here.
      *The last event per tenant decides: a CHECKOUT before the
      *cutoff is a candidate unless the tenant is back on the
      *master, already in the register, or still has money on
      *the books either way.
       AN-COLLECT-CANDIDATES.
           MOVE 0 TO WS-AN-COUNT
           MOVE 0 TO WS-AN-RV-COUNT
           OPEN INPUT OCCUPANCY-LOG-FILE
           IF WS-OCC-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ OCCUPANCY-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           IF OL-TENANT-ID NOT = SPACES
                               PERFORM AN-NOTE-OCCUPANCY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCCUPANCY-LOG-FILE
           END-IF

           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               MOVE 0 TO WS-AN-ROWS(WS-AN-IDX)
               MOVE SPACES TO WS-AN-GU-CONTACT(WS-AN-IDX)
               EVALUATE TRUE
                   WHEN WS-AN-EVENT(WS-AN-IDX) NOT = "CHECKOUT"
                       MOVE "IN HOUSE" TO WS-AN-STATUS(WS-AN-IDX)
                   WHEN WS-AN-OUT-DATE(WS-AN-IDX) NOT < WS-AN-CUTOFF
                       MOVE "RECENT" TO WS-AN-STATUS(WS-AN-IDX)
                   WHEN OTHER
                       MOVE "ELIGIBLE" TO WS-AN-STATUS(WS-AN-IDX)
               END-EVALUATE
           END-PERFORM

           *> Back on the master under the same ID means in house
           OPEN INPUT TENANT-FILE
           IF WS-TENANT-FILE-STATUS = "00"
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-AN-COUNT
                   IF WS-AN-STATUS(WS-AN-IDX) = "ELIGIBLE"
                       MOVE WS-AN-TENANT-ID(WS-AN-IDX) TO SI-ID
                       READ TENANT-FILE
                           KEY IS SI-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "IN HOUSE"
                                   TO WS-AN-STATUS(WS-AN-IDX)
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE TENANT-FILE
           END-IF

           OPEN INPUT ANON-REGISTER-FILE
           IF WS-AN-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ ANON-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           MOVE AN-TENANT-ID TO WS-AN-LOOK-ID
                           PERFORM AN-FIND-TENANT
                           IF WS-AN-FIND-IDX > 0
                               MOVE "DONE"
                                   TO WS-AN-STATUS(WS-AN-FIND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANON-REGISTER-FILE
           END-IF

           PERFORM AN-CHECK-MONEY-HOLDS

           OPEN INPUT GUARANTOR-FILE
           IF WS-GU-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ GUARANTOR-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           MOVE GU-TENANT-ID TO WS-AN-LOOK-ID
                           PERFORM AN-FIND-ELIGIBLE
                           IF WS-AN-FIND-IDX > 0
                               MOVE GU-CONTACT TO
                                   WS-AN-GU-CONTACT(WS-AN-FIND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARANTOR-FILE
           END-IF

           *> Closed bookings taken before the cutoff; a room still
           *> HELD is a live booking and is left alone
           OPEN INPUT RESERVATION-FILE
           IF WS-RESV-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ RESERVATION-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           IF RV-STATUS NOT = "HELD" AND
                              RV-DATE-TAKEN < WS-AN-CUTOFF AND
                              RV-NAME NOT = SPACES AND
                              RV-NAME NOT = "ANONYMIZED" AND
                              WS-AN-RV-COUNT < 500
                               ADD 1 TO WS-AN-RV-COUNT
                               MOVE RV-DORM-ID
                                   TO WS-AN-RV-DORM(WS-AN-RV-COUNT)
                               MOVE RV-START-DATE
                                   TO WS-AN-RV-START(WS-AN-RV-COUNT)
                               MOVE RV-NAME
                                   TO WS-AN-RV-NAME(WS-AN-RV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF

           MOVE 0 TO WS-AN-ELIGIBLE-COUNT
           MOVE 0 TO WS-AN-HELD-COUNT
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               EVALUATE WS-AN-STATUS(WS-AN-IDX)
                   WHEN "ELIGIBLE"
                       ADD 1 TO WS-AN-ELIGIBLE-COUNT
                   WHEN "IN HOUSE"
                   WHEN "RECENT"
                   WHEN "DONE"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-AN-HELD-COUNT
               END-EVALUATE
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - ONE OCCUPANCY EVENT
      *============================
       AN-NOTE-OCCUPANCY-EVENT.
           MOVE OL-TENANT-ID TO WS-AN-LOOK-ID
           PERFORM AN-FIND-TENANT
           IF WS-AN-FIND-IDX = 0
               IF WS-AN-COUNT < 2000
                   ADD 1 TO WS-AN-COUNT
                   MOVE WS-AN-COUNT TO WS-AN-FIND-IDX
                   MOVE OL-TENANT-ID
                       TO WS-AN-TENANT-ID(WS-AN-FIND-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE OL-EVENT   TO WS-AN-EVENT(WS-AN-FIND-IDX)
           MOVE OL-DATE    TO WS-AN-OUT-DATE(WS-AN-FIND-IDX)
           MOVE OL-DORM-ID TO WS-AN-ROOM(WS-AN-FIND-IDX)
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - MONEY STILL ON THE BOOKS
      *============================
      *The first reason found is the one reported.
       AN-CHECK-MONEY-HOLDS.
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ DEPOSIT-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           IF DP-STATUS = "HELD"
                               MOVE DP-TENANT-ID TO WS-AN-LOOK-ID
                               MOVE "DEPOSIT" TO WS-AN-CERT-LABEL
                               PERFORM AN-HOLD-TENANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
           END-IF

           OPEN INPUT CREDIT-FILE
           IF WS-CR-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ CREDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           IF CR-STATUS = "OPEN" AND
                              CR-AMOUNT-LEFT > 0
                               MOVE CR-TENANT-ID TO WS-AN-LOOK-ID
                               MOVE "CREDIT" TO WS-AN-CERT-LABEL
                               PERFORM AN-HOLD-TENANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF

           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ BAD-DEBT-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           MOVE BD-TENANT-ID TO WS-AN-LOOK-ID
                           IF BD-STATUS = "PENDING"
                               MOVE "BALANCE" TO WS-AN-CERT-LABEL
                               PERFORM AN-HOLD-TENANT
                           END-IF
                           IF BD-STATUS = "WRITTEN-OFF" AND
                              BD-RECOVERED < BD-WRITTEN-OFF
                               MOVE "RECOVERY" TO WS-AN-CERT-LABEL
                               PERFORM AN-HOLD-TENANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF

           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO WS-AN-EOF
               PERFORM UNTIL WS-AN-EOF = "Y"
                   READ PAYMENT-PLAN-FILE
                       AT END
                           MOVE "Y" TO WS-AN-EOF
                       NOT AT END
                           IF PP-STATUS = "CURRENT" OR
                              PP-STATUS = "BROKEN"
                               MOVE PP-TENANT-ID TO WS-AN-LOOK-ID
                               MOVE "PAY PLAN" TO WS-AN-CERT-LABEL
                               PERFORM AN-HOLD-TENANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - KEEP A TENANT OFF THE PURGE
      *============================
       AN-HOLD-TENANT.
           PERFORM AN-FIND-ELIGIBLE
           IF WS-AN-FIND-IDX > 0
               MOVE WS-AN-CERT-LABEL TO WS-AN-STATUS(WS-AN-FIND-IDX)
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - FIND A TENANT IN THE TABLE
      *============================
      *In: WS-AN-LOOK-ID. Out: WS-AN-FIND-IDX, 0 when not in the
      *table
       AN-FIND-TENANT.
           MOVE 0 TO WS-AN-FIND-IDX
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT OR WS-AN-FIND-IDX > 0
               IF WS-AN-TENANT-ID(WS-AN-IDX) = WS-AN-LOOK-ID
                   MOVE WS-AN-IDX TO WS-AN-FIND-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - FIND A TENANT BEING PURGED
      *============================
      *Same, but only a tenant being anonymized this run is found
       AN-FIND-ELIGIBLE.
           MOVE 0 TO WS-AN-FIND-IDX
           IF WS-AN-LOOK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM AN-FIND-TENANT
           IF WS-AN-FIND-IDX > 0
               IF WS-AN-STATUS(WS-AN-FIND-IDX) NOT = "ELIGIBLE"
                   MOVE 0 TO WS-AN-FIND-IDX
               END-IF
           END-IF
           IF WS-AN-FIND-IDX > 0
               MOVE SPACES TO WS-AN-TOKEN
               STRING "ANON-" DELIMITED BY SIZE
                      WS-AN-LOOK-ID DELIMITED BY SPACE
                      INTO WS-AN-TOKEN
               END-STRING
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - GUARANTOR FILE
      *============================
      *Each pass reads the whole file and counts the rows it would
      *change; only a live run writes the temp copy and swaps it in.
       AN-PASS-GUARANTOR.
           OPEN INPUT GUARANTOR-FILE
           IF WS-GU-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-GUARANTOR-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ GUARANTOR-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE GU-TENANT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0
                           MOVE WS-AN-TOKEN TO GU-NAME
                           MOVE "ANONYMIZED" TO GU-ADDRESS
                           MOVE "ANONYMIZED" TO GU-CONTACT
                           ADD 1 TO WS-AN-CNT-GU
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-GUARANTOR-RECORD
                               FROM GUARANTOR-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARANTOR-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-GUARANTOR-FILE
               PERFORM SAVE-GUARANTOR-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - TENANT PROFILES
      *============================
       AN-PASS-PROFILE.
           OPEN INPUT TENANT-PROFILE-FILE
           IF WS-TP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-TENANT-PROFILE-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ TENANT-PROFILE-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE TP-TENANT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0
                           MOVE "ANONYMIZED" TO TP-ID-NUMBER
                           MOVE "ANONYMIZED" TO TP-SCHOOL-EMPLOYER
                           MOVE "ANONYMIZED" TO TP-EMAIL
                           MOVE WS-AN-TOKEN TO TP-EC-NAME
                           MOVE "ANONYMIZED" TO TP-EC-CONTACT
                           MOVE "ANONYMIZED" TO TP-NATIONALITY
                           ADD 1 TO WS-AN-CNT-TP
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-TENANT-PROFILE-RECORD
                               FROM TENANT-PROFILE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-PROFILE-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-TENANT-PROFILE-FILE
               PERFORM SAVE-TENANT-PROFILE-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - POST-DATED CHECK REGISTRY
      *============================
       AN-PASS-PDC.
           OPEN INPUT PDC-FILE
           IF WS-PDC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-PDC-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ PDC-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE PD-TENANT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0
                           MOVE "ANONYMIZED" TO PD-DRAWER
                           ADD 1 TO WS-AN-CNT-PD
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-PDC-RECORD FROM PDC-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDC-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-PDC-FILE
               PERFORM SAVE-PDC-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - BANK DEPOSIT ITEMS
      *============================
       AN-PASS-DEPOSIT-ITEM.
           OPEN INPUT DEPOSIT-ITEM-FILE
           IF WS-DT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-DEPOSIT-ITEM-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE DT-TENANT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0 AND DT-DRAWER NOT = SPACES
                           MOVE "ANONYMIZED" TO DT-DRAWER
                           ADD 1 TO WS-AN-CNT-DT
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-DEPOSIT-ITEM-RECORD
                               FROM DEPOSIT-ITEM-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-ITEM-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-DEPOSIT-ITEM-FILE
               PERFORM SAVE-DEPOSIT-ITEM-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - BAD-DEBT REGISTER
      *============================
       AN-PASS-BAD-DEBT.
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-BAD-DEBT-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ BAD-DEBT-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE BD-TENANT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0
                           MOVE WS-AN-TOKEN TO BD-GUARANTOR
                           MOVE "ANONYMIZED" TO BD-GU-CONTACT
                           ADD 1 TO WS-AN-CNT-BD
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-BAD-DEBT-RECORD
                               FROM BAD-DEBT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAD-DEBT-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-BAD-DEBT-FILE
               PERFORM SAVE-BAD-DEBT-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - VISITOR AND GUEST LOG
      *============================
      *The visitors named here are the tenant's guests; their names
      *and ID details go with the tenant's.
       AN-PASS-GUEST-LOG.
           OPEN INPUT GUEST-LOG-FILE
           IF WS-GV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-GUEST-LOG-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ GUEST-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE GV-TENANT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0
                           MOVE "ANONYMIZED" TO GV-NAME
                           MOVE "ANONYMIZED" TO GV-ID-PRESENTED
                           ADD 1 TO WS-AN-CNT-GV
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-GUEST-LOG-RECORD
                               FROM GUEST-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-LOG-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-GUEST-LOG-FILE
               PERFORM SAVE-GUEST-LOG-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - INCIDENT LOG
      *============================
      *Category, date and fine stay; the free-text narrative may
      *name people, so it goes.
       AN-PASS-INCIDENT.
           OPEN INPUT INCIDENT-FILE
           IF WS-IC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-INCIDENT-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE IC-TENANT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0
                           MOVE "ANONYMIZED" TO IC-NARRATIVE
                           ADD 1 TO WS-AN-CNT-IC
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-INCIDENT-RECORD
                               FROM INCIDENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-INCIDENT-FILE
               PERFORM SAVE-INCIDENT-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - DUNNING NOTICE LOG
      *============================
      *Notices are kept by room, not tenant; a guarantor number is
      *taken out where it is the number of an anonymized tenant's
      *guarantor and the notice was for that tenant's last room.
       AN-PASS-NOTICE-LOG.
           OPEN INPUT NOTICE-LOG-FILE
           IF WS-NOTICE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-NOTICE-LOG-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ NOTICE-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       IF NT-CONTACT NOT = SPACES AND
                          NT-CONTACT NOT = "ANONYMIZED"
                           MOVE 0 TO WS-AN-FIND-IDX
                           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                               UNTIL WS-AN-IDX > WS-AN-COUNT
                                  OR WS-AN-FIND-IDX > 0
                               IF WS-AN-STATUS(WS-AN-IDX) =
                                  "ELIGIBLE" AND
                                  WS-AN-GU-CONTACT(WS-AN-IDX) =
                                  NT-CONTACT AND
                                  WS-AN-ROOM(WS-AN-IDX) = NT-DORM-ID
                                   MOVE WS-AN-IDX TO WS-AN-FIND-IDX
                               END-IF
                           END-PERFORM
                           IF WS-AN-FIND-IDX > 0
                               MOVE "ANONYMIZED" TO NT-CONTACT
                               ADD 1 TO WS-AN-CNT-NT
                               ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                           END-IF
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-NOTICE-LOG-RECORD
                               FROM NOTICE-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTICE-LOG-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-NOTICE-LOG-FILE
               PERFORM SAVE-NOTICE-LOG-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - CHANGE-AUDIT JOURNAL
      *============================
      *Every journaled tenant field except the room assignment and
      *the delete marker holds personal data: before and after
      *values both become the token. The row itself (who changed
      *what, when) stays.
       AN-PASS-AUDIT-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDITLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-AUDIT-JOURNAL-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ AUDIT-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       IF AJ-RECORD-TYPE = "TENANT" AND
                          AJ-FIELD NOT = "ASSIGNED ROOM" AND
                          AJ-FIELD NOT = "RECORD"
                           MOVE AJ-KEY TO WS-AN-LOOK-ID
                           PERFORM AN-FIND-ELIGIBLE
                           IF WS-AN-FIND-IDX > 0
                               IF AJ-OLD-VALUE NOT = SPACES
                                   MOVE WS-AN-TOKEN TO AJ-OLD-VALUE
                               END-IF
                               IF AJ-NEW-VALUE NOT = SPACES
                                   MOVE WS-AN-TOKEN TO AJ-NEW-VALUE
                               END-IF
                               ADD 1 TO WS-AN-CNT-AJ
                               ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                           END-IF
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-AUDIT-JOURNAL-RECORD
                               FROM AUDIT-JOURNAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-JOURNAL-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-AUDIT-JOURNAL-FILE
               PERFORM SAVE-AUDIT-JOURNAL-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - OLD CLOSED RESERVATIONS
      *============================
      *Booking names are not tied to a tenant ID, so closed bookings
      *taken before the cutoff are anonymized on their own age.
       AN-PASS-RESERVATION.
           IF WS-AN-RV-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RESERVATION-FILE
           IF WS-RESV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-RESERVATION-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ RESERVATION-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       PERFORM VARYING WS-AN-RV-IDX FROM 1 BY 1
                           UNTIL WS-AN-RV-IDX > WS-AN-RV-COUNT
                           IF RV-NAME NOT = "ANONYMIZED" AND
                              RV-DORM-ID =
                              WS-AN-RV-DORM(WS-AN-RV-IDX) AND
                              RV-START-DATE =
                              WS-AN-RV-START(WS-AN-RV-IDX) AND
                              RV-NAME = WS-AN-RV-NAME(WS-AN-RV-IDX)
                               MOVE "ANONYMIZED" TO RV-NAME
                               MOVE "ANONYMIZED" TO RV-CONTACT-NUM
                               ADD 1 TO WS-AN-CNT-RV
                           END-IF
                       END-PERFORM
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-RESERVATION-RECORD
                               FROM RESERVATION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-RESERVATION-FILE
               PERFORM SAVE-RESERVATION-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - OLD WAITLIST ENTRIES
      *============================
      *Prospects on the waitlist have no tenant ID either, so an
      *entry added before the cutoff is anonymized on its own age.
      *PULL-FROM-WAITLIST passes over anonymized entries.
       AN-PASS-WAITLIST.
           MOVE "waitlist.dat" TO WS-PROBE-FILENAME
           PERFORM PROBE-FILE-EXISTS
           IF WS-PROBE-EXISTS = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WAITLIST-FILE
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-WAITLIST-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ WAITLIST-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       IF WL-NAME NOT = "ANONYMIZED" AND
                          WL-DATE-ADDED NOT = SPACES AND
                          WL-DATE-ADDED < WS-AN-CUTOFF
                           MOVE "ANONYMIZED" TO WL-NAME
                           MOVE "ANONYMIZED" TO WL-CONTACT-NUM
                           ADD 1 TO WS-AN-CNT-WL
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-WAITLIST-RECORD
                               FROM WAITLIST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-WAITLIST-FILE
               PERFORM SAVE-WAITLIST-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - PRE-CONVERSION TENANT FILE
      *============================
       AN-PASS-LEGACY-TENANT.
           OPEN INPUT LEGACY-TENANT-FILE
           IF WS-LEGACY-TEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-LEGACY-TENANT-FILE
           END-IF
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ LEGACY-TENANT-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE LT-ID TO WS-AN-LOOK-ID
                       PERFORM AN-FIND-ELIGIBLE
                       IF WS-AN-FIND-IDX > 0
                           MOVE WS-AN-TOKEN TO LT-NAME
                           MOVE 0 TO LT-AGE
                           MOVE "ANONYMIZED" TO LT-GENDER
                           MOVE "ANONYMIZED" TO LT-CONTACT-NUM
                           ADD 1 TO WS-AN-CNT-LT
                           ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-LEGACY-TENANT-RECORD
                               FROM LEGACY-TENANT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGACY-TENANT-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-LEGACY-TENANT-FILE
               PERFORM SAVE-LEGACY-TENANT-RECORD
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - PAYMENT HISTORY NOTES
      *============================
      *Only the notes that quote a person are touched; every other
      *note (void and NSF links included) is left exactly as it is.
       AN-PASS-HISTORY.
           IF WS-AN-DRY-RUN = "N"
               OPEN I-O HISTORY-FILE
           ELSE
               OPEN INPUT HISTORY-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PH-TRANSACTION-ID
           START HISTORY-FILE KEY >= PH-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-FILE-STATUS NOT = "00"
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PH-NOTES     TO WS-AN-NOTES
                       MOVE PH-TENANT-ID TO WS-AN-NOTE-TENANT
                       MOVE PH-DORM-ID   TO WS-AN-NOTE-DORM
                       PERFORM AN-CHECK-NOTES
                       IF WS-AN-CHANGED = "Y"
                           ADD 1 TO WS-AN-CNT-PH
                           IF WS-AN-DRY-RUN = "N"
                               MOVE WS-AN-NOTES TO PH-NOTES
                               REWRITE PAYMENT-HISTORY-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - ONE ARCHIVED HISTORY YEAR
      *============================
       AN-PASS-ONE-ARCHIVE.
           MOVE WS-AN-ARCH-YEAR TO WS-ARCH-YEAR-X
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "hist" DELIMITED BY SIZE
                  WS-ARCH-YEAR-X DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILENAME
           END-STRING

           OPEN INPUT ARCHIVE-HISTORY-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-DRY-RUN = "N"
               OPEN OUTPUT TEMP-ARCHIVE-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-AN-ARCH-CHANGED
           MOVE "N" TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = "Y"
               READ ARCHIVE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-AN-EOF
                   NOT AT END
                       MOVE AH-NOTES     TO WS-AN-NOTES
                       MOVE AH-TENANT-ID TO WS-AN-NOTE-TENANT
                       MOVE AH-DORM-ID   TO WS-AN-NOTE-DORM
                       PERFORM AN-CHECK-NOTES
                       IF WS-AN-CHANGED = "Y"
                           ADD 1 TO WS-AN-CNT-AH
                           ADD 1 TO WS-AN-ARCH-CHANGED
                           MOVE WS-AN-NOTES TO AH-NOTES
                       END-IF
                       IF WS-AN-DRY-RUN = "N"
                           WRITE TEMP-ARCHIVE-HISTORY-RECORD
                               FROM ARCHIVE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-HISTORY-FILE
           IF WS-AN-DRY-RUN = "N"
               CLOSE TEMP-ARCHIVE-HISTORY-FILE
               *> An untouched year keeps its original file
               MOVE SPACES TO WS-OS-COMMAND
               IF WS-AN-ARCH-CHANGED = 0
                   IF UTIL-OS-NAME = "Windows_NT"
                       MOVE "del tempah.dat" TO WS-OS-COMMAND
                   ELSE
                       MOVE "rm -f tempah.dat" TO WS-OS-COMMAND
                   END-IF
               ELSE
                   IF UTIL-OS-NAME = "Windows_NT"
                       STRING "del " DELIMITED BY SIZE
                              WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                              INTO WS-OS-COMMAND
                       END-STRING
                       CALL "SYSTEM" USING WS-OS-COMMAND
                       MOVE SPACES TO WS-OS-COMMAND
                       STRING "rename tempah.dat " DELIMITED BY SIZE
                              WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                              INTO WS-OS-COMMAND
                       END-STRING
                   ELSE
                       STRING "mv tempah.dat " DELIMITED BY SIZE
                              WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                              INTO WS-OS-COMMAND
                       END-STRING
                   END-IF
               END-IF
               CALL "SYSTEM" USING WS-OS-COMMAND
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - NOTES THAT NAME A PERSON
      *============================
      *In: WS-AN-NOTES, WS-AN-NOTE-TENANT, WS-AN-NOTE-DORM. Out:
      *WS-AN-CHANGED and the rewritten notes. Guest-fee notes name
      *the tenant's visitor; booking-fee notes carry no tenant ID
      *and name the person the room was held for.
       AN-CHECK-NOTES.
           MOVE "N" TO WS-AN-CHANGED
           IF WS-AN-NOTES(1:16) = "OVERNIGHT GUEST " AND
              WS-AN-NOTES(17:10) NOT = "ANONYMIZED"
               MOVE WS-AN-NOTE-TENANT TO WS-AN-LOOK-ID
               PERFORM AN-FIND-ELIGIBLE
               IF WS-AN-FIND-IDX > 0
                   MOVE SPACES TO WS-AN-NOTES
                   STRING "OVERNIGHT GUEST ANONYMIZED, TENANT "
                          DELIMITED BY SIZE
                          WS-AN-NOTE-TENANT DELIMITED BY SPACE
                          INTO WS-AN-NOTES
                   END-STRING
                   ADD 1 TO WS-AN-ROWS(WS-AN-FIND-IDX)
                   MOVE "Y" TO WS-AN-CHANGED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-NOTE-TENANT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AN-RV-IDX FROM 1 BY 1
               UNTIL WS-AN-RV-IDX > WS-AN-RV-COUNT
                  OR WS-AN-CHANGED = "Y"
               IF WS-AN-NOTE-DORM = WS-AN-RV-DORM(WS-AN-RV-IDX)
                   IF WS-AN-NOTES(1:28) =
                      "BOOKING FEE, ROOM HELD FROM " AND
                      WS-AN-NOTES(29:10) =
                      WS-AN-RV-START(WS-AN-RV-IDX) AND
                      WS-AN-NOTES(39:5) = " FOR " AND
                      WS-AN-NOTES(44:50) = WS-AN-RV-NAME(WS-AN-RV-IDX)
                       MOVE "ANONYMIZED" TO WS-AN-NOTES(44:57)
                       MOVE "Y" TO WS-AN-CHANGED
                   END-IF
                   IF WS-AN-NOTES(1:22) = "BOOKING FEE REFUND TO " AND
                      WS-AN-NOTES(23:50) = WS-AN-RV-NAME(WS-AN-RV-IDX)
                       MOVE "ANONYMIZED" TO WS-AN-NOTES(23:78)
                       MOVE "Y" TO WS-AN-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - REGISTER AND JOURNAL THE TENANTS
      *============================
      *The register keeps later runs from counting a tenant twice;
      *the journal row says who purged whom, and when.
       AN-RECORD-PURGED-TENANTS.
           OPEN EXTEND ANON-REGISTER-FILE
           IF WS-AN-FILE-STATUS NOT = "00"
               OPEN OUTPUT ANON-REGISTER-FILE
           END-IF
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-STATUS(WS-AN-IDX) = "ELIGIBLE"
                   MOVE WS-AN-TENANT-ID(WS-AN-IDX) TO AN-TENANT-ID
                   MOVE SPACES TO AN-TOKEN
                   STRING "ANON-" DELIMITED BY SIZE
                          WS-AN-TENANT-ID(WS-AN-IDX)
                          DELIMITED BY SPACE
                          INTO AN-TOKEN
                   END-STRING
                   MOVE WS-AN-OUT-DATE(WS-AN-IDX) TO AN-CHECKOUT-DATE
                   MOVE WS-AN-ROOM(WS-AN-IDX)     TO AN-ROOM
                   MOVE WS-AN-ROWS(WS-AN-IDX)     TO AN-ROWS
                   MOVE WS-AN-TODAY               TO AN-RUN-DATE
                   MOVE WS-OPERATOR-ID            TO AN-RUN-BY
                   WRITE ANON-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE ANON-REGISTER-FILE

           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-STATUS(WS-AN-IDX) = "ELIGIBLE"
                   MOVE "TENANT" TO WS-AJ-RECORD-TYPE
                   MOVE WS-AN-TENANT-ID(WS-AN-IDX) TO WS-AJ-KEY
                   MOVE "PURGE" TO WS-AJ-ACTION
                   MOVE "PERSONAL DATA" TO WS-AJ-FIELD
                   MOVE SPACES TO WS-AJ-OLD-VALUE
                   MOVE SPACES TO WS-AJ-NEW-VALUE
                   STRING "ANON-" DELIMITED BY SIZE
                          WS-AN-TENANT-ID(WS-AN-IDX)
                          DELIMITED BY SPACE
                          INTO WS-AJ-NEW-VALUE
                   END-STRING
                   PERFORM LOG-AUDIT-JOURNAL
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - PURGE CERTIFICATE
      *============================
      *Kept in the report catalog under keep class C so the
      *report retention purge never removes it.
       AN-WRITE-CERTIFICATE.
           MOVE "PRIVACY" TO WS-RC-REPORT
           MOVE "privacy_cert" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-AN-REPORT-NAME
           IF WS-AN-DRY-RUN = "Y"
               STRING "DRY RUN, BEFORE " DELIMITED BY SIZE
                      WS-AN-CUTOFF DELIMITED BY SPACE
                      INTO WS-RC-PARAMETERS
               END-STRING
           ELSE
               STRING "LIVE, BEFORE " DELIMITED BY SIZE
                      WS-AN-CUTOFF DELIMITED BY SPACE
                      INTO WS-RC-PARAMETERS
               END-STRING
           END-IF
           MOVE "C" TO WS-RC-KEEP
           OPEN OUTPUT PRIVACY-CERT-FILE

           MOVE SPACES TO PRIVACY-CERT-RECORD
           MOVE "DATA-PRIVACY RETENTION PURGE CERTIFICATE"
               TO PRIVACY-CERT-RECORD
           PERFORM AN-WRITE-LINE
           MOVE SPACES TO PRIVACY-CERT-RECORD
           STRING "RUN " DELIMITED BY SIZE
                  WS-RC-TODAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RC-NOW DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO PRIVACY-CERT-RECORD
           END-STRING
           PERFORM AN-WRITE-LINE
           MOVE SPACES TO PRIVACY-CERT-RECORD
           STRING "RETENTION " DELIMITED BY SIZE
                  WS-PARM-PRIV-YEARS DELIMITED BY SIZE
                  " YEARS - TENANTS CHECKED OUT BEFORE "
                  DELIMITED BY SIZE
                  WS-AN-CUTOFF DELIMITED BY SIZE
                  INTO PRIVACY-CERT-RECORD
           END-STRING
           PERFORM AN-WRITE-LINE
           MOVE SPACES TO PRIVACY-CERT-RECORD
           IF WS-AN-DRY-RUN = "Y"
               MOVE "MODE: DRY RUN - NOTHING WAS CHANGED"
                   TO PRIVACY-CERT-RECORD
           ELSE
               MOVE "MODE: LIVE - PERSONAL DATA REPLACED BY TOKEN"
                   TO PRIVACY-CERT-RECORD
           END-IF
           PERFORM AN-WRITE-LINE
           MOVE ALL "-" TO PRIVACY-CERT-RECORD(1:70)
           PERFORM AN-WRITE-LINE

           MOVE SPACES TO PRIVACY-CERT-RECORD
           MOVE "TENANT     CHECKED OUT ROOM       TOKEN           ROWS"
               TO PRIVACY-CERT-RECORD
           PERFORM AN-WRITE-LINE
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-STATUS(WS-AN-IDX) = "ELIGIBLE"
                   MOVE WS-AN-ROWS(WS-AN-IDX) TO WS-AN-ROWS-EDIT
                   MOVE SPACES TO PRIVACY-CERT-RECORD
                   STRING WS-AN-TENANT-ID(WS-AN-IDX)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-AN-OUT-DATE(WS-AN-IDX)
                          DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-AN-ROOM(WS-AN-IDX) DELIMITED BY SIZE
                          " ANON-" DELIMITED BY SIZE
                          WS-AN-TENANT-ID(WS-AN-IDX)
                          DELIMITED BY SIZE
                          WS-AN-ROWS-EDIT DELIMITED BY SIZE
                          INTO PRIVACY-CERT-RECORD
                   END-STRING
                   PERFORM AN-WRITE-LINE
               END-IF
           END-PERFORM
           IF WS-AN-ELIGIBLE-COUNT = 0
               MOVE "  (NONE)" TO PRIVACY-CERT-RECORD
               PERFORM AN-WRITE-LINE
           END-IF

           MOVE SPACES TO PRIVACY-CERT-RECORD
           PERFORM AN-WRITE-LINE
           MOVE "HELD BACK - PAST THE CUTOFF BUT MONEY STILL OPEN:"
               TO PRIVACY-CERT-RECORD
           PERFORM AN-WRITE-LINE
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               EVALUATE WS-AN-STATUS(WS-AN-IDX)
                   WHEN "ELIGIBLE"
                   WHEN "IN HOUSE"
                   WHEN "RECENT"
                   WHEN "DONE"
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACES TO PRIVACY-CERT-RECORD
                       STRING WS-AN-TENANT-ID(WS-AN-IDX)
                              DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-AN-OUT-DATE(WS-AN-IDX)
                              DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-AN-ROOM(WS-AN-IDX)
                              DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-AN-STATUS(WS-AN-IDX)
                              DELIMITED BY SIZE
                              INTO PRIVACY-CERT-RECORD
                       END-STRING
                       PERFORM AN-WRITE-LINE
               END-EVALUATE
           END-PERFORM
           IF WS-AN-HELD-COUNT = 0
               MOVE "  (NONE)" TO PRIVACY-CERT-RECORD
               PERFORM AN-WRITE-LINE
           END-IF

           MOVE SPACES TO PRIVACY-CERT-RECORD
           PERFORM AN-WRITE-LINE
           MOVE "ROWS ANONYMIZED BY FILE:" TO PRIVACY-CERT-RECORD
           PERFORM AN-WRITE-LINE
           MOVE "GUARANTORS" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-GU TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "TENANT PROFILES" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-TP TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "POST-DATED CHECKS" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-PD TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "BANK DEPOSIT ITEMS" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-DT TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "BAD-DEBT REGISTER" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-BD TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "VISITOR AND GUEST LOG" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-GV TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "INCIDENT LOG" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-IC TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "DUNNING NOTICE LOG" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-NT TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "CHANGE-AUDIT JOURNAL" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-AJ TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "OLD RESERVATIONS" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-RV TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "OLD WAITLIST ENTRIES" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-WL TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "PRE-CONVERSION TENANTS" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-LT TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "PAYMENT HISTORY NOTES" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-PH TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE "ARCHIVED HISTORY NOTES" TO WS-AN-CERT-LABEL
           MOVE WS-AN-CNT-AH TO WS-AN-CNT-EDIT
           PERFORM AN-WRITE-FILE-TOTAL
           MOVE ALL "-" TO PRIVACY-CERT-RECORD(1:70)
           PERFORM AN-WRITE-LINE
           MOVE SPACES TO PRIVACY-CERT-RECORD
           STRING "TENANTS ANONYMIZED: " DELIMITED BY SIZE
                  WS-AN-ELIGIBLE-COUNT DELIMITED BY SIZE
                  "   HELD BACK: " DELIMITED BY SIZE
                  WS-AN-HELD-COUNT DELIMITED BY SIZE
                  "   ROWS: " DELIMITED BY SIZE
                  WS-AN-TOTAL-ROWS DELIMITED BY SIZE
                  INTO PRIVACY-CERT-RECORD
           END-STRING
           PERFORM AN-WRITE-LINE
           STRING "TENANT IDS, TRANSACTION IDS AND ALL AMOUNTS ARE "
                  DELIMITED BY SIZE
                  "RETAINED UNCHANGED." DELIMITED BY SIZE
                  INTO PRIVACY-CERT-RECORD
           END-STRING
           PERFORM AN-WRITE-LINE
           MOVE SPACES TO PRIVACY-CERT-RECORD
           PERFORM AN-WRITE-LINE
           STRING "CERTIFIED BY: ____________________   "
                  DELIMITED BY SIZE
                  "DATE: ____________" DELIMITED BY SIZE
                  INTO PRIVACY-CERT-RECORD
           END-STRING
           PERFORM AN-WRITE-LINE
           CLOSE PRIVACY-CERT-FILE
           PERFORM RPT-CATALOG-RUN
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - ONE FILE'S TOTAL ON THE CERTIFICATE
      *============================
       AN-WRITE-FILE-TOTAL.
           MOVE SPACES TO PRIVACY-CERT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-AN-CERT-LABEL DELIMITED BY SIZE
                  WS-AN-CNT-EDIT DELIMITED BY SIZE
                  INTO PRIVACY-CERT-RECORD
           END-STRING
           PERFORM AN-WRITE-LINE
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PRIVACY PURGE - WRITE ONE CERTIFICATE LINE
      *============================
       AN-WRITE-LINE.
           WRITE PRIVACY-CERT-RECORD
           DISPLAY PRIVACY-CERT-RECORD(1:80)
           MOVE SPACES TO PRIVACY-CERT-RECORD
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE INCIDENT RECORD
      *============================
       SAVE-INCIDENT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del incident.dat"
               CALL "SYSTEM" USING "rename tempic.dat incident.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempic.dat incident.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE NOTICE LOG RECORD
      *============================
       SAVE-NOTICE-LOG-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del notices.dat"
               CALL "SYSTEM" USING "rename tempnt.dat notices.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempnt.dat notices.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE AUDIT JOURNAL RECORD
      *============================
       SAVE-AUDIT-JOURNAL-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del auditlog.dat"
               CALL "SYSTEM" USING "rename tempaj.dat auditlog.dat"

           ELSE
               CALL "SYSTEM" USING "mv tempaj.dat auditlog.dat"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS SAVE PRE-CONVERSION TENANT RECORD
      *============================
       SAVE-LEGACY-TENANT-RECORD.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING "del tenants.seq"
               CALL "SYSTEM" USING "rename templt.dat tenants.seq"

           ELSE
               CALL "SYSTEM" USING "mv templt.dat tenants.seq"

           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: SYSTEM UTILITIES MENU
      *============================
       SYSTEM-UTILITIES.
           PERFORM UNTIL UTIL-SY-CHOICE = 15
           PERFORM CLEAR-SCREEN

           DISPLAY "==========================="
           DISPLAY "6 - YEAR-END HISTORY ARCHIVAL"
           DISPLAY "7 - AUDIT JOURNAL INQUIRY"
           DISPLAY "8 - MONTH-END PERIOD CLOSE"
           DISPLAY "9 - JOB STREAM STEP LOG"
           DISPLAY "10 - SYSTEM PARAMETERS"
           DISPLAY "11 - SEPARATION-OF-DUTIES EXCEPTIONS"
           DISPLAY "12 - CONVERT TENANT FILE TO INDEXED (ONE-TIME)"
           DISPLAY "13 - REPORT ARCHIVE AND CATALOG"
           DISPLAY "14 - DATA-PRIVACY RETENTION PURGE"
           DISPLAY "15 - BACK TO MAIN MENU"

           DISPLAY "ENTER CHOICE (1 - 15): "
           ACCEPT UTIL-SY-CHOICE

           EVALUATE UTIL-SY-CHOICE
                   PERFORM CLEAR-SCREEN
                   PERFORM MONTH-END-PERIOD-CLOSE
               WHEN 9
                   PERFORM CLEAR-SCREEN
                   PERFORM JOB-STEP-LOG-INQUIRY
               WHEN 10
                   PERFORM CLEAR-SCREEN
                   PERFORM SYSTEM-PARAMETER-MAINTENANCE
               WHEN 11
                   PERFORM CLEAR-SCREEN
                   PERFORM SOD-EXCEPTION-REPORT
               WHEN 12
                   PERFORM CLEAR-SCREEN
                   PERFORM CONVERT-TENANT-FILE
               WHEN 13
                   MOVE 0 TO UTIL-RC-CHOICE
                   PERFORM REPORT-CATALOG-MENU
               WHEN 14
                   PERFORM CLEAR-SCREEN
                   PERFORM PRIVACY-RETENTION-PURGE
               WHEN 15
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN"
           *> incomplete and gets discarded. Master gone means the
           *> rewrite was complete and only the rename was lost:
           *> finish it.
           MOVE "waitlist.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempwl.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR
           MOVE "tempcr.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "sponlink.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempspl.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "spinv.dat"    TO WS-RECOVER-MASTER-NAME
           MOVE "tempspi.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "guarantor.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempgu.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "shift.dat"    TO WS-RECOVER-MASTER-NAME
           MOVE "tempsh.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "imprun.dat"   TO WS-RECOVER-MASTER-NAME
           MOVE "tempir.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "budget.dat"   TO WS-RECOVER-MASTER-NAME
           MOVE "tempbu.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "apinv.dat"    TO WS-RECOVER-MASTER-NAME
           MOVE "tempapi.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "pmsched.dat"  TO WS-RECOVER-MASTER-NAME
           MOVE "temppms.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "roomdown.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "temprdt.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "baddebt.dat"  TO WS-RECOVER-MASTER-NAME
           MOVE "tempbd.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "payplan.dat"  TO WS-RECOVER-MASTER-NAME
           MOVE "temppp.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "planinst.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "temppi.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "keyreg.dat"   TO WS-RECOVER-MASTER-NAME
           MOVE "tempkr.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "guestlog.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempgv.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "rptcat.dat"   TO WS-RECOVER-MASTER-NAME
           MOVE "temprc.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "incident.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempic.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "notices.dat"  TO WS-RECOVER-MASTER-NAME
           MOVE "tempnt.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "auditlog.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempaj.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "tenants.seq"  TO WS-RECOVER-MASTER-NAME
           MOVE "templt.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "ancasset.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempaa.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "ancassign.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempag.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "discount.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempdc.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "discgrant.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempdg.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "depslip.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempds.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "depitem.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempdt.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "orseries.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempors.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "orissue.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempori.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "utilbill.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "tempub.dat"   TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           MOVE "tenprof.dat" TO WS-RECOVER-MASTER-NAME
           MOVE "temptp.dat"  TO WS-RECOVER-TEMP-NAME
           PERFORM RECOVER-ONE-PAIR

           *> A crash mid-update leaves the lock file behind and
               PERFORM LOCK-SHOW-HOLDER
               DISPLAY "WARNING: AN UPDATE LOCK HELD BY "
                       WS-LOCK-HOLDER " IS ON FILE."
               *> Unattended, only a lock left by an earlier batch
               *> run is known to be stale; a terminal's lock stays
               IF WS-JOB-UNATTENDED = "Y"
                   IF WS-LOCK-HOLDER = WS-JOB-OPERATOR-ID
                       MOVE "Y" TO WS-LOCK-RETRY
                   ELSE
                       MOVE "N" TO WS-LOCK-RETRY
                   END-IF
               ELSE
                   DISPLAY "IF NO OTHER SESSION IS RUNNING IT WAS "
                           "LEFT BY A CRASH. REMOVE IT (Y/N): "
                   ACCEPT WS-LOCK-RETRY
                   INSPECT WS-LOCK-RETRY
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               IF WS-LOCK-RETRY = "Y"
                   ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"
                   IF UTIL-OS-NAME = "Windows_NT"
                   MOVE 1 TO WS-LOCK-DEPTH
               ELSE
                   PERFORM LOCK-SHOW-HOLDER
                   IF WS-JOB-UNATTENDED = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "ANOTHER SESSION (" WS-LOCK-HOLDER
                           ") IS UPDATING THE FILES. RETRY "
                           "(Y/N): "
                   MOVE 1 TO WS-LOCK-DEPTH
               ELSE
                   PERFORM LOCK-SHOW-HOLDER
                   *> Nobody is there to press enter; the batch
                   *> stream treats this as a failed step
                   IF WS-JOB-UNATTENDED = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "ANOTHER SESSION (" WS-LOCK-HOLDER
                           ") IS UPDATING THE FILES. PRESS "
                           "ENTER WHEN IT HAS FINISHED."
           DISPLAY "Copies all data files as one consistent set "
                   "into the backup directory."
           DISPLAY " "
           IF WS-JOB-UNATTENDED = "Y"
               MOVE "Y" TO WS-BACKUP-CONFIRM
           ELSE
               DISPLAY "CONFIRM BACKUP (Y/N): "
               ACCEPT WS-BACKUP-CONFIRM
               INSPECT WS-BACKUP-CONFIRM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           IF WS-BACKUP-CONFIRM NOT = "Y"
               DISPLAY "BACKUP CANCELLED."
               PERFORM EXIT-PROMT
                   "copy /Y imprun.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y budget.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y jobchk_*.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y joblog.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y param.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y vendor.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y apinv.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y apwolink.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y appay.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y pmsched.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y roomdown.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y baddebt.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y payplan.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y planinst.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y keyreg.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y guestlog.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y rptcat.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y anonreg.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y ancasset.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y ancassign.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y discount.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y discgrant.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y depslip.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y depitem.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y orseries.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y orissue.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y orspoil.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y liabsnap.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y utilbill.dat backup\ >nul 2>nul"
               CALL "SYSTEM" USING
                   "copy /Y tenprof.dat backup\ >nul 2>nul"
           ELSE
               CALL "SYSTEM" USING "mkdir -p backup"
               CALL "SYSTEM" USING
                   "cp shift.dat sesslog.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp imprun.dat budget.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp jobchk_*.dat joblog.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp param.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp vendor.dat apinv.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp apwolink.dat appay.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp pmsched.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp roomdown.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp baddebt.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp payplan.dat planinst.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp keyreg.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp guestlog.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp rptcat.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp anonreg.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp ancasset.dat ancassign.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp discount.dat discgrant.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp depslip.dat depitem.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp orseries.dat orissue.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp orspoil.dat liabsnap.dat backup/ 2>/dev/null"
               CALL "SYSTEM" USING
                   "cp utilbill.dat tenprof.dat backup/ 2>/dev/null"
           END-IF

           DISPLAY " "
           *> Pass 3: opening balance carry-forward entries
           PERFORM WRITE-OPENING-BALANCES

           *> The archive goes in the report catalog as a year-end
           *> output, which the retention purge never removes
           MOVE "YEAREND" TO WS-RC-REPORT
           MOVE 0 TO WS-RC-SEQ
           MOVE WS-ARCHIVE-FILENAME TO WS-RC-FILE-NAME
           MOVE SPACES TO WS-RC-PARAMETERS
           STRING "YEAR " DELIMITED BY SIZE
                  WS-ARCH-YEAR-X DELIMITED BY SIZE
                  INTO WS-RC-PARAMETERS
           END-STRING
           MOVE "Y" TO WS-RC-KEEP
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "ARCHIVAL COMPLETE."
           DISPLAY "  TRANSACTIONS ARCHIVED : " WS-ARCH-COUNT
           END-IF
           IF PH-PAYMENT-TYPE NOT = "RENT" AND
              PH-PAYMENT-TYPE NOT = "BILLING" AND
              PH-PAYMENT-TYPE NOT = "DISCOUNT" AND
              PH-PAYMENT-TYPE NOT = "ELECTRICITY" AND
              PH-PAYMENT-TYPE NOT = "WATER"
               EXIT PARAGRAPH
           EVALUATE PH-PAYMENT-TYPE
               WHEN "RENT"
               WHEN "BILLING"
               WHEN "DISCOUNT"
                   COMPUTE WS-ARCH-NET-RENT(WS-ARCH-FOUND-IDX) =
                           WS-ARCH-NET-RENT(WS-ARCH-FOUND-IDX) +
                           PH-AMOUNT-DUE - PH-AMOUNT-PAID
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ONE-TIME TENANT FILE CONVERSION
      *============================
       CONVERT-TENANT-FILE.
           DISPLAY "=========================================="
           DISPLAY "   CONVERT TENANT FILE"
           DISPLAY "=========================================="
           DISPLAY "Rebuilds tenants.dat as an indexed file "
                   "keyed by tenant id, with room and name as "
                   "alternate keys. The old line sequential file "
                   "is kept as tenants.seq."
           DISPLAY " "

           *> tenants.seq still around means the conversion has
           *> already been run; a second pass would move the live
           *> indexed file aside and read it as a sequential one
           OPEN INPUT LEGACY-TENANT-FILE
           IF WS-LEGACY-TEN-STATUS = "00"
               CLOSE LEGACY-TENANT-FILE
               DISPLAY "TENANTS.SEQ ALREADY EXISTS. CONVERSION HAS "
                       "ALREADY BEEN RUN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM CONVERSION (Y/N): "
           ACCEPT WS-TEN-CONVERT-CONFIRM
           INSPECT WS-TEN-CONVERT-CONFIRM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-TEN-CONVERT-CONFIRM NOT = "Y"
               DISPLAY "CONVERSION CANCELLED."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           PERFORM RENAME-TENANTS-TO-LEGACY

           OPEN INPUT LEGACY-TENANT-FILE
           IF WS-LEGACY-TEN-STATUS NOT = "00"
               DISPLAY "NO EXISTING TENANTS.DAT TO CONVERT. AN "
                       "EMPTY INDEXED FILE WILL BE CREATED ON THE "
                       "NEXT CHECK-IN."
               PERFORM EXIT-PROMT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TENANT-FILE
           MOVE 0 TO WS-TEN-CONVERT-COUNT
           MOVE "N" TO UTIL-EOF

           PERFORM UNTIL UTIL-EOF = "Y"
               READ LEGACY-TENANT-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       MOVE LT-ID TO SI-ID IN TENANT-RECORD
                       MOVE LT-NAME            TO SI-NAME
                       MOVE LT-AGE             TO SI-AGE
                       MOVE LT-GENDER          TO SI-GENDER
                       MOVE LT-CONTACT-NUM     TO SI-CONTACT-NUM
                       MOVE LT-ASSIGNED-D-ID   TO SI-ASSIGNED-D-ID
                       WRITE TENANT-RECORD
                           INVALID KEY
                               DISPLAY "DUPLICATE TENANT ID "
                                       "SKIPPED: " LT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-TEN-CONVERT-COUNT
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE LEGACY-TENANT-FILE
           CLOSE TENANT-FILE

           DISPLAY " "
           DISPLAY "CONVERSION COMPLETE. TENANTS CONVERTED: "
                   WS-TEN-CONVERT-COUNT
           DISPLAY "OLD FILE KEPT AS tenants.seq."
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS RENAME TENANTS TO LEGACY NAME
      *============================
       RENAME-TENANTS-TO-LEGACY.
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"

           IF UTIL-OS-NAME = "Windows_NT"
               CALL "SYSTEM" USING
                   "rename tenants.dat tenants.seq"
           ELSE
               CALL "SYSTEM" USING
                   "mv tenants.dat tenants.seq"
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: ONE-TIME HISTORY FILE CONVERSION
      *============================
           DISPLAY "        DATA INTEGRITY AUDIT"
           DISPLAY "=========================================="
           DISPLAY "Cross-checking tenants.dat, dorm.dat and "
                   "history.dat. Exceptions go to a dated "
                   "audit_report file."
           DISPLAY " "

           MOVE 0 TO WS-AUDIT-EXCEPTION-COUNT
           INITIALIZE WS-AUDIT-TENANT-TABLE
           MOVE 0 TO WS-AUDIT-T-DORM-COUNT

           MOVE "AUDIT" TO WS-RC-REPORT
           MOVE "audit_report" TO WS-RC-BASE-NAME
           PERFORM RPT-NEXT-FILE-NAME
           MOVE WS-RC-FILE-NAME TO WS-AUDIT-REPORT-NAME
           OPEN OUTPUT AUDIT-REPORT-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO AUDIT-REPORT-RECORD
           OPEN INPUT TENANT-FILE
           OPEN INPUT DORM-FILE
           MOVE "N" TO UTIL-EOF
           IF WS-TENANT-FILE-STATUS NOT = "00"
               MOVE "Y" TO UTIL-EOF
           END-IF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ TENANT-FILE NEXT
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
           END-STRING
           WRITE AUDIT-REPORT-RECORD
           CLOSE AUDIT-REPORT-FILE
           PERFORM RPT-CATALOG-RUN

           DISPLAY " "
           DISPLAY "AUDIT COMPLETE. EXCEPTIONS FOUND: "
                   WS-AUDIT-EXCEPTION-COUNT
           DISPLAY "REPORT WRITTEN TO "
                   FUNCTION TRIM(WS-AUDIT-REPORT-NAME)
           PERFORM EXIT-PROMT
           EXIT PARAGRAPH.

               PERFORM WRITE-AUDIT-EXCEPTION
           END-IF

           *> Status must agree with occupancy versus capacity,
           *> unless the room is out of service
           IF DI-OCCUPANT-COUNT >= DI-CAPACITY
               MOVE "OCCUPIED" TO WS-AUDIT-EXPECTED-STATUS
           ELSE
               MOVE "UNOCCUPIED" TO WS-AUDIT-EXPECTED-STATUS
           END-IF
           IF DI-STATUS = "OUT-OF-SVC"
               MOVE DI-STATUS TO WS-AUDIT-EXPECTED-STATUS
           END-IF
           IF DI-STATUS NOT = WS-AUDIT-EXPECTED-STATUS
               MOVE SPACES TO WS-AUDIT-LINE
               STRING "ROOM " DELIMITED BY SIZE
               EVALUATE PH-PAYMENT-TYPE
                   WHEN "RENT"
                   WHEN "BILLING"
                   WHEN "DISCOUNT"
                       COMPUTE WS-AUDIT-CALC-RENT =
                               WS-AUDIT-CALC-RENT +
                               PH-AMOUNT-DUE - PH-AMOUNT-PAID
               ELSE
                   MOVE "N" TO WS-PAYING-TENANT-FOUND
                   OPEN INPUT TENANT-FILE
                   MOVE WS-PAYMENT-TENANT-LOG
                       TO SI-ID IN TENANT-RECORD
                   READ TENANT-FILE
                       KEY IS SI-ID IN TENANT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SI-ASSIGNED-D-ID = UTIL-SEARCH-DORM-ID
                               MOVE "Y" TO WS-PAYING-TENANT-FOUND
                           END-IF
                   END-READ
                   CLOSE TENANT-FILE

                   IF WS-PAYING-TENANT-FOUND = "Y"
           MOVE WS-OPERATOR-ID TO WS-SH-CHECK-OPER
           PERFORM CHECK-OPEN-SHIFT

           DISPLAY "Payment method (1=CASH 2=BANK 3=GCASH "
                   "4=CHECK): "
           MOVE 0 TO WS-PM-METHOD-CHOICE
           ACCEPT WS-PM-METHOD-CHOICE
           PERFORM UNTIL (WS-PM-METHOD-CHOICE >= 2 AND
                          WS-PM-METHOD-CHOICE <= 4) OR
                         (WS-PM-METHOD-CHOICE = 1 AND
                          WS-SH-OPEN-FOUND = "Y")
               IF WS-PM-METHOD-CHOICE = 1
                   DISPLAY "CASH NEEDS AN OPEN DRAWER SHIFT. "
                           "OPEN ONE UNDER PAYMENT MANAGEMENT > "
                           "CASH DRAWER SHIFTS, OR PICK 2 - 4: "
               ELSE
                   DISPLAY "INVALID CHOICE. ENTER 1 - 4: "
               END-IF
               ACCEPT WS-PM-METHOD-CHOICE
           END-PERFORM
                   MOVE "BANK" TO WS-PAYMENT-METHOD-LOG
               WHEN 3
                   MOVE "GCASH" TO WS-PAYMENT-METHOD-LOG
               WHEN 4
                   MOVE "CHECK" TO WS-PAYMENT-METHOD-LOG
           END-EVALUATE

           IF WS-PAYMENT-METHOD-LOG = "CASH"
               MOVE SPACES TO WS-PAYMENT-REF-LOG
           ELSE
               IF WS-PAYMENT-METHOD-LOG = "CHECK"
                   DISPLAY "Check number: "
               ELSE
                   DISPLAY "Reference number: "
               END-IF
               MOVE SPACES TO WS-PAYMENT-REF-LOG
               ACCEPT WS-PAYMENT-REF-LOG
               INSPECT WS-PAYMENT-REF-LOG
           *> update lock so a close-out or batch run on the other
           *> terminal never catches a payment mid-flight
           PERFORM ACQUIRE-UPDATE-LOCK-WAIT
           MOVE SPACES TO WS-OR-NUMBER

           PERFORM GENERATE-TRANSACTION-ID
           
               NOT INVALID KEY
                   DISPLAY "Payment logged to history - "
                           "Transaction ID: " WS-TRANSACTION-ID
                   PERFORM OR-ASSIGN-NUMBER
           END-WRITE

           CLOSE HISTORY-FILE
      *FUNCTION: GENERATE PRINTABLE PAYMENT RECEIPT
      *============================
       GENERATE-PAYMENT-RECEIPT.
           MOVE SPACES TO WS-RECEIPT-FILENAME
           IF WS-OR-COPY-FLAG = "Y"
               STRING "receipt_" DELIMITED BY SIZE
                      WS-TRANSACTION-ID DELIMITED BY SPACE
                      "_copy.txt" DELIMITED BY SIZE
                      INTO WS-RECEIPT-FILENAME
               END-STRING
           ELSE
               STRING "receipt_" DELIMITED BY SIZE
                      WS-TRANSACTION-ID DELIMITED BY SPACE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-RECEIPT-FILENAME
               END-STRING
           END-IF

           OPEN OUTPUT RECEIPT-FILE

           END-STRING
           WRITE RECEIPT-RECORD

           IF WS-OR-COPY-FLAG = "Y"
               MOVE SPACES TO RECEIPT-RECORD
               MOVE "          *** COPY - NOT ORIGINAL ***"
                    TO RECEIPT-RECORD
               WRITE RECEIPT-RECORD
           END-IF

           MOVE SPACES TO RECEIPT-RECORD
           MOVE "========================================"
                TO RECEIPT-RECORD
           WRITE RECEIPT-RECORD

           IF WS-OR-NUMBER NOT = SPACES
               MOVE SPACES TO RECEIPT-RECORD
               STRING "O.R. Number    : " DELIMITED BY SIZE
                      WS-OR-NUMBER DELIMITED BY SPACE
                      INTO RECEIPT-RECORD
               END-STRING
               WRITE RECEIPT-RECORD
           END-IF

           MOVE SPACES TO RECEIPT-RECORD
           STRING "Transaction ID : " DELIMITED BY SIZE
                  WS-TRANSACTION-ID DELIMITED BY SPACE
           END-STRING
           WRITE RECEIPT-RECORD

           IF WS-OR-COPY-FLAG = "Y"
               MOVE SPACES TO RECEIPT-RECORD
               STRING "Copy Printed   : " DELIMITED BY SIZE
                      WS-OR-TODAY DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-OR-SAVE-OPERATOR DELIMITED BY SPACE
                      INTO RECEIPT-RECORD
               END-STRING
               WRITE RECEIPT-RECORD
           END-IF

           MOVE SPACES TO RECEIPT-RECORD
           MOVE "========================================"
                TO RECEIPT-RECORD
               OPEN INPUT TENANT-FILE

               MOVE "N" TO UTIL-EOF
               IF WS-TENANT-FILE-STATUS NOT = "00"
                   MOVE "Y" TO UTIL-EOF
               END-IF
               PERFORM UNTIL UTIL-EOF = "Y"
                   READ TENANT-FILE NEXT
                       AT END
                           MOVE "Y" TO UTIL-EOF
                       NOT AT END
           INSPECT WS-ADD-FLAG CONVERTING 'n' TO 'N'
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: UTILITIES OS ARCHIVE LEGACY STUDENT FILE
      *============================
                       SUBTRACT 1 FROM DI-OCCUPANT-COUNT
                   END-IF
                   *> Status flips here settle occupancy disputes
                   *> later, so they go to the change journal too.
                   *> An out-of-service room keeps that status until
                   *> its work order is closed.
                   MOVE DI-STATUS TO WS-OOS-OLD-STATUS
                   MOVE DI-BUILDING TO WS-BD-BUILDING
                   IF DI-STATUS NOT = "UNOCCUPIED" AND
                      DI-STATUS NOT = "OUT-OF-SVC"
                       MOVE "DORM" TO WS-AJ-RECORD-TYPE
                       MOVE DI-ID TO WS-AJ-KEY
                       MOVE "STATUS" TO WS-AJ-ACTION
                       MOVE "UNOCCUPIED" TO WS-AJ-NEW-VALUE
                       PERFORM LOG-AUDIT-JOURNAL
                   END-IF
                   IF DI-STATUS NOT = "OUT-OF-SVC"
                       MOVE "UNOCCUPIED" TO DI-STATUS
                   END-IF

                   *> A departing tenant's unpaid balance must not
                   *> attach to the next occupant of this room; only
                           *> rebuild and the year-end carry
                           *> forward see the write-off
                           PERFORM FREE-LOG-WRITEOFFS
                           IF WS-OOS-OLD-STATUS = "OUT-OF-SVC"
                               DISPLAY "ROOM " WS-ASSIGNED-D-ID
                                       " IS OUT OF SERVICE - NOT "
                                       "OFFERED TO THE WAITLIST."
                           ELSE
                               PERFORM PULL-FROM-WAITLIST
                           END-IF
                   END-REWRITE
           END-READ

           MOVE "INTERNAL" TO WS-PAYMENT-METHOD-LOG
           MOVE SPACES TO WS-PAYMENT-REF-LOG

           *> Money still owed leaves the room but stays a
           *> receivable on the bad-debt register until a manager
           *> approves the write-off; a net credit is simply cleared
           COMPUTE WS-BD-TOTAL = WS-WRITEOFF-RENT +
                   WS-WRITEOFF-ELEC + WS-WRITEOFF-WATER
           IF WS-BD-TOTAL > 0
               PERFORM BD-RAISE-PENDING
               MOVE SPACES TO WS-PAYMENT-NOTES
               STRING "VACANCY BALANCE TO BAD-DEBT REGISTER "
                          DELIMITED BY SIZE
                      WS-BD-NEW-ID DELIMITED BY SIZE
                      INTO WS-PAYMENT-NOTES
               END-STRING
               MOVE UTIL-SEARCH-TENANT-ID TO WS-PAYMENT-TENANT-LOG
               MOVE WS-BD-NEW-ID TO WS-PAYMENT-REF-LOG
           END-IF

           IF WS-WRITEOFF-RENT NOT = 0
               MOVE "RENT" TO WS-PAYMENT-TYPE
               COMPUTE WS-AMOUNT-DUE = 0 - WS-WRITEOFF-RENT
           END-IF
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: BAD DEBT - RAISE A PENDING WRITE-OFF AT VACANCY
      *============================
      *Runs from FREE-DORM-ROOM, which can itself be inside a
      *tenant file read loop, so the register is read on its own
      *file status rather than UTIL-EOF.
       BD-RAISE-PENDING.
           MOVE 0 TO WS-BD-ID-MAX
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS = "00"
               PERFORM UNTIL WS-BD-FILE-STATUS NOT = "00"
                   READ BAD-DEBT-FILE
                       NOT AT END
                           IF BD-ID(3:6) IS NUMERIC
                               MOVE BD-ID(3:6) TO WS-BD-ID-NUM
                               IF WS-BD-ID-NUM > WS-BD-ID-MAX
                                   MOVE WS-BD-ID-NUM TO WS-BD-ID-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF
           ADD 1 TO WS-BD-ID-MAX
           MOVE SPACES TO WS-BD-NEW-ID
           STRING "BD" DELIMITED BY SIZE
                  WS-BD-ID-MAX DELIMITED BY SIZE
                  INTO WS-BD-NEW-ID
           END-STRING

           *> The guarantor is who the collector calls once the
           *> tenant has gone
           MOVE UTIL-SEARCH-TENANT-ID TO WS-GU-TENANT-ID
           PERFORM FIND-GUARANTOR

           INITIALIZE BAD-DEBT-RECORD
           MOVE WS-BD-NEW-ID TO BD-ID
           MOVE UTIL-SEARCH-TENANT-ID TO BD-TENANT-ID
           MOVE WS-ASSIGNED-D-ID TO BD-DORM-ID
           IF WS-BD-BUILDING = SPACES
               MOVE "A" TO BD-BUILDING
           ELSE
               MOVE WS-BD-BUILDING TO BD-BUILDING
           END-IF
           IF WS-GU-FOUND = "Y"
               MOVE GU-NAME TO BD-GUARANTOR
               MOVE GU-CONTACT TO BD-GU-CONTACT
           ELSE
               MOVE SPACES TO BD-GUARANTOR
               MOVE SPACES TO BD-GU-CONTACT
           END-IF
           MOVE WS-WRITEOFF-RENT TO BD-RENT
           MOVE WS-WRITEOFF-ELEC TO BD-ELEC
           MOVE WS-WRITEOFF-WATER TO BD-WATER
           MOVE WS-BD-TOTAL TO BD-AMOUNT
           MOVE WS-WRITEOFF-DATE TO BD-RAISED-DATE
           MOVE "PENDING" TO BD-STATUS
           MOVE SPACES TO BD-APPROVED-BY
           MOVE SPACES TO BD-APPROVED-DATE
           MOVE 0 TO BD-WRITTEN-OFF
           MOVE 0 TO BD-COLLECTED
           MOVE 0 TO BD-RECOVERED
           MOVE SPACES TO BD-LAST-PAID

           OPEN EXTEND BAD-DEBT-FILE
           IF WS-BD-FILE-STATUS NOT = "00"
               OPEN OUTPUT BAD-DEBT-FILE
           END-IF
           WRITE BAD-DEBT-RECORD
           CLOSE BAD-DEBT-FILE

           MOVE WS-BD-TOTAL TO WS-BD-AMT-EDIT
           DISPLAY "UNPAID BALANCE OF " WS-BD-AMT-EDIT
                   " MOVED TO THE BAD-DEBT REGISTER AS "
                   WS-BD-NEW-ID " (PENDING MANAGER APPROVAL)."
           EXIT PARAGRAPH.

      *============================
      *FUNCTION: PULL NEXT WAITLISTED TENANT INTO A FREED ROOM
      *============================

           MOVE "N" TO WS-WAITLIST-FOUND

           *> The first entry still carrying a name is pulled; rows
           *> anonymized by the privacy purge cannot be contacted and
           *> are passed over. Everything else is kept.
           OPEN INPUT WAITLIST-FILE
           OPEN OUTPUT TEMP-WAITLIST-FILE
           MOVE "N" TO UTIL-EOF
           PERFORM UNTIL UTIL-EOF = "Y"
               READ WAITLIST-FILE
                   AT END
                       MOVE "Y" TO UTIL-EOF
                   NOT AT END
                       IF WS-WAITLIST-FOUND = "N" AND
                          WL-NAME NOT = "ANONYMIZED"
                           MOVE "Y" TO WS-WAITLIST-FOUND
                           MOVE WL-NAME         TO WS-NAME
                           MOVE WL-AGE          TO WS-AGE
                           MOVE WL-GENDER       TO WS-GENDER
                           MOVE WL-CONTACT-NUM  TO WS-CONTACT-NUM
                       ELSE
                           WRITE TEMP-WAITLIST-RECORD
                               FROM WAITLIST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE TEMP-WAITLIST-FILE
           PERFORM SAVE-WAITLIST-RECORD

           IF WS-WAITLIST-FOUND = "Y"

               *> Assign the waiting prospect to the freed room
               PERFORM FIND-MAX-TENANT-ID
               MOVE WS-CONTACT-NUM      TO SI-CONTACT-NUM
               MOVE WS-ASSIGNED-D-ID    TO SI-ASSIGNED-D-ID

               OPEN I-O TENANT-FILE
               IF WS-TENANT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TENANT-FILE
               END-IF
               WRITE TENANT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: TENANT ID " WS-TENANT-ID
                               " ALREADY ON FILE."
               END-WRITE
               CLOSE TENANT-FILE

               ADD 1 TO DI-OCCUPANT-COUNT
      *FUNCTION: UTILITIES CLEAR-SCREEN
      *======================
       CLEAR-SCREEN.
           IF WS-JOB-UNATTENDED = "Y"
               EXIT PARAGRAPH
           END-IF
           ACCEPT UTIL-OS-NAME FROM ENVIRONMENT "OS"
           IF UTIL-OS-NAME = "Windows_NT"
               MOVE "cls" TO UTIL-CLEAR-COMMAND
      *FUNCTION: UTILITIES EXIT-PROMT
      *=======================
       EXIT-PROMT.
           IF WS-JOB-UNATTENDED = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Press enter to proceed."
           ACCEPT OMITTED

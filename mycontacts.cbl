           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT NOTES-FILE ASSIGN TO "NOTES.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FS-NTE-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT NOTES-ARCHIVE ASSIGN TO "NOTES.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FOLLOWUP-REPORT ASSIGN TO "FOLLOWUP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT PREFERENCE-FILE ASSIGN TO "PREFS.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FS-PRF-NAME
           FILE STATUS IS WS-FILESTATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDING.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FS-PND-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT PENDING-REPORT ASSIGN TO "PENDING.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO WS-ARL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT AUDIT-NEW ASSIGN TO "AUDIT.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT AUDIT-CATALOG ASSIGN TO "AUDITCAT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT ACTIVITY-REPORT ASSIGN TO "OPRACT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT BACKUP-CONTACT ASSIGN TO "CONTACTS.BK1"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FS-BKC-NAME
           ALTERNATE RECORD KEY IS FS-BKC-PHONENUMBER WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

           SELECT RECON-REPORT ASSIGN TO "RECON.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT CONTACT-ARCHIVE ASSIGN TO "CONTACTS.ARC"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FS-CAR-NAME
           FILE STATUS IS WS-FILESTATUS.

           SELECT PURGE-REPORT ASSIGN TO "PURGE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT REPORT-COPY ASSIGN TO WS-RPC-SOURCE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT REPORT-CATALOG ASSIGN TO "REPORTS.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT REPORT-CATALOG-NEW ASSIGN TO "REPORTS.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT RETENTION-FILE ASSIGN TO "RPTRETN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT PHONE-FILE ASSIGN TO "PHONES.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FS-PHN-KEY
           ALTERNATE RECORD KEY IS FS-PHN-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

           SELECT VCARD-EXPORT ASSIGN TO "CONTACTS.vcf"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT VCARD-IMPORT ASSIGN TO "IMPORT.vcf"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT VCARD-REJECT ASSIGN TO "VCARD.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CONTACT.
               02 FS-SEL-BIRTHDAY               PIC 9(08).

           FD  CSV-CONTACT.
           01 FS-CSV-LINE                        PIC X(200).

           FD  CSV-IMPORT.
           01 FS-IMP-LINE                        PIC X(80).
           01 FS-REJ-LINE                        PIC X(90).

           FD  AUDIT-LOG.
           01 FS-AUDIT-REC                       PIC X(272).

           FD  TRANSACTION-FILE.
           01 FS-TRN-REC.
           FD  EOD-LOG.
           01 FS-EOD-LINE                        PIC X(80).

           FD  NOTES-FILE.
           01 FS-NTE-RECORD.
               02 FS-NTE-KEY.
                   05 FS-NTE-NAME.
                       10 FS-NTE-LASTNAME       PIC X(20).
                       10 FS-NTE-FIRSTNAME      PIC X(20).
                   05 FS-NTE-DATE               PIC X(08).
                   05 FS-NTE-TIME               PIC X(06).
               02 FS-NTE-OPERATOR               PIC X(08).
               02 FS-NTE-TEXT                   PIC X(60).
               02 FS-NTE-DUE-DATE               PIC X(08).
               02 FS-NTE-STATUS                 PIC X(01).
                   88 NTE-FOLLOWUP-OPEN         VALUE "O".
                   88 NTE-FOLLOWUP-DONE         VALUE "C".
               02 FS-NTE-DONE-DATE              PIC X(08).
               02 FS-NTE-DONE-BY                PIC X(08).

           FD  NOTES-ARCHIVE.
           01 FS-NAR-RECORD.
               02 FS-NAR-NOTE                   PIC X(147).
               02 FS-NAR-DATE                   PIC X(08).
               02 FS-NAR-OPERATOR               PIC X(08).

           FD  FOLLOWUP-REPORT.
           01 FS-FUP-LINE                        PIC X(80).

           FD  PREFERENCE-FILE.
           01 FS-PRF-RECORD.
               02 FS-PRF-NAME.
                   05 FS-PRF-LASTNAME           PIC X(20).
                   05 FS-PRF-FIRSTNAME          PIC X(20).
               02 FS-PRF-MAIL.
                   05 FS-PRF-NO-MAIL            PIC X(01).
                   05 FS-PRF-MAIL-DATE          PIC X(08).
                   05 FS-PRF-MAIL-OPR           PIC X(08).
               02 FS-PRF-EMAIL.
                   05 FS-PRF-NO-EMAIL           PIC X(01).
                   05 FS-PRF-EMAIL-DATE         PIC X(08).
                   05 FS-PRF-EMAIL-OPR          PIC X(08).
               02 FS-PRF-PHONE.
                   05 FS-PRF-NO-PHONE           PIC X(01).
                   05 FS-PRF-PHONE-DATE         PIC X(08).
                   05 FS-PRF-PHONE-OPR          PIC X(08).

           FD  PENDING-FILE.
           01 FS-PND-RECORD.
               02 FS-PND-KEY.
                   05 FS-PND-STAMP.
                       10 FS-PND-DATE           PIC X(08).
                       10 FS-PND-TIME           PIC X(06).
                   05 FS-PND-NAME.
                       10 FS-PND-LASTNAME       PIC X(20).
                       10 FS-PND-FIRSTNAME      PIC X(20).
               02 FS-PND-REQUESTER              PIC X(08).
               02 FS-PND-ACTION                 PIC X(06).
               02 FS-PND-OLD-PERSON             PIC X(138).
               02 FS-PND-NEW-PERSON             PIC X(138).
               02 FS-PND-STATUS                 PIC X(01).
                   88 PND-AWAITING              VALUE "P".
                   88 PND-APPROVED              VALUE "A".
                   88 PND-REJECTED              VALUE "R".
               02 FS-PND-REVIEWER               PIC X(08).
               02 FS-PND-REVIEW-DATE            PIC X(08).
               02 FS-PND-REVIEW-TIME            PIC X(06).
               02 FS-PND-REASON                 PIC X(40).

           FD  PENDING-REPORT.
           01 FS-PRP-LINE                        PIC X(80).

           FD  AUDIT-ARCHIVE.
           01 FS-AAR-REC                         PIC X(272).

           FD  AUDIT-NEW.
           01 FS-ANW-REC                         PIC X(272).

           FD  AUDIT-CATALOG.
           01 FS-ACT-LINE                        PIC X(80).

           FD  ACTIVITY-REPORT.
           01 FS-OPA-LINE                        PIC X(80).

           FD  BACKUP-CONTACT.
           01  FS-BKC-PERSON.
               02 FS-BKC-NAME.
                   05 FS-BKC-LASTNAME           PIC A(20).
                   05 FS-BKC-FIRSTNAME          PIC A(20).
               02 FS-BKC-PHONENUMBER            PIC 9(10).
               02 FS-BKC-EMAIL                  PIC X(40).
               02 FS-BKC-STREET                 PIC X(40).
               02 FS-BKC-BIRTHDAY               PIC 9(08).

           FD  RECON-REPORT.
           01 FS-RCN-LINE                        PIC X(80).

           FD  CONTACT-ARCHIVE.
           01 FS-CAR-RECORD.
               02 FS-CAR-PERSON.
                   05 FS-CAR-NAME.
                       10 FS-CAR-LASTNAME       PIC X(20).
                       10 FS-CAR-FIRSTNAME      PIC X(20).
                   05 FS-CAR-PHONENUMBER        PIC 9(10).
                   05 FS-CAR-EMAIL              PIC X(40).
                   05 FS-CAR-STREET             PIC X(40).
                   05 FS-CAR-BIRTHDAY           PIC 9(08).
               02 FS-CAR-CTG-COUNT              PIC 9(02).
               02 FS-CAR-CATEGORY               PIC X(10)
                   OCCURS 20 TIMES.
               02 FS-CAR-LAST-ACTIVITY          PIC X(08).
               02 FS-CAR-DATE                   PIC X(08).
               02 FS-CAR-TIME                   PIC X(06).
               02 FS-CAR-OPERATOR               PIC X(08).

           FD  PURGE-REPORT.
           01 FS-PRG-LINE                        PIC X(80).

           FD  REPORT-COPY.
           01 FS-RPC-LINE                        PIC X(80).

           FD  REPORT-CATALOG.
           01 FS-RCT-LINE                        PIC X(80).

           FD  REPORT-CATALOG-NEW.
           01 FS-RCW-LINE                        PIC X(80).

           FD  RETENTION-FILE.
           01 FS-RTN-LINE                        PIC X(80).

           FD  PHONE-FILE.
           01 FS-PHN-RECORD.
               02 FS-PHN-KEY.
                   05 FS-PHN-NAME.
                       10 FS-PHN-LASTNAME       PIC X(20).
                       10 FS-PHN-FIRSTNAME      PIC X(20).
                   05 FS-PHN-TYPE               PIC X(06).
               02 FS-PHN-NUMBER                 PIC 9(10).
               02 FS-PHN-EXTENSION              PIC X(06).

           FD  VCARD-EXPORT.
           01 FS-VCF-LINE                        PIC X(80).

           FD  VCARD-IMPORT.
           01 FS-VCI-LINE                        PIC X(256).

           FD  VCARD-REJECT.
           01 FS-VCJ-LINE                        PIC X(120).


       WORKING-STORAGE SECTION.
           01  WS-PERSON.
                   05 WS-AUD-NEW-STREET      PIC X(40).
                   05 WS-AUD-NEW-BDAY        PIC X(08).
               02 WS-AUD-OPERATOR            PIC X(08).
               02 WS-AUD-APPROVER            PIC X(08).
           01 WS-TIME-RAW                    PIC X(08).
           01 WS-HIST-COUNT                  PIC 9(05).

               02 WS-DIR-FIRSTNAME           PIC X(20).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-DIR-PHONE               PIC X(10).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-DIR-MARK                PIC X(11).
           01 WS-DIR-EXTRA.
               02 FILLER                     PIC X(24) VALUE SPACES.
               02 WS-DIR-X-TYPE              PIC X(20).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-DIR-X-PHONE             PIC X(10).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-DIR-X-EXT               PIC X(10).
           01 WS-DIR-LINE                    PIC X(80).
           01 WS-DIR-LINE-COUNT              PIC 9(03).
           01 WS-DIR-MAX-LINES               PIC 9(03) VALUE 55.
           01 WS-VER-LINE                    PIC X(80).
           01 WS-CONVERT-COUNT               PIC 9(05).

           01 WS-CSV-LINE                    PIC X(200).
           01 WS-CSV-PTR                     PIC 9(03).
           01 WS-CSV-COUNT                   PIC 9(05).

           01 WS-NAME-INPUT                  PIC X(30).
                       10 WS-DUP-I-LASTNAME  PIC X(20).
                       10 WS-DUP-I-FIRSTNAME PIC X(20).
                   05 WS-DUP-I-PHONE         PIC 9(10).
                   05 WS-DUP-I-XPHONE        PIC 9(10)
                       OCCURS 4 TIMES.
           01 WS-DUP-COUNT           PIC 9(03).
           01 WS-DUP-SUB             PIC 9(03).
           01 WS-DUP-SUB2            PIC 9(03).
           01 WS-DUP-REASON          PIC X(25).
           01 WS-DUP-LINE            PIC X(80).
           01 WS-DUP-OVERFLOW        PIC X VALUE "N".
           01 WS-DUP-SHARED          PIC 9(10).
           01 WS-DUP-NUMS-A.
               02 WS-DUP-NUM-A       PIC 9(10) OCCURS 5 TIMES.
           01 WS-DUP-NUMS-B.
               02 WS-DUP-NUM-B       PIC 9(10) OCCURS 5 TIMES.
           01 WS-DUP-P1              PIC 9(01).
           01 WS-DUP-P2              PIC 9(01).

           01 WS-OPR-ID              PIC X(08).
           01 WS-OPR-LEVEL           PIC X(01).
               02 WS-BDY-D-AGE               PIC ZZ9.
           01 WS-BDY-LINE                    PIC X(80).

           01 WS-NTE-TEXT-INPUT              PIC X(60).
           01 WS-NTE-DUE-INPUT               PIC X(08).
           01 WS-NTE-DATE-INPUT              PIC X(08).
           01 WS-NTE-TIME-INPUT              PIC X(06).
           01 WS-NTE-DATE-NUM                PIC 9(08).
           01 WS-NTE-DATE-INT                PIC 9(07).
           01 WS-NTE-DATE-OK                 PIC X VALUE "N".
           01 WS-NTE-ANSWER                  PIC X(01).
           01 WS-NTE-DONE                    PIC X(01).
           01 WS-NTE-LIST-COUNT              PIC 9(03).
           01 WS-NTE-ARC-COUNT               PIC 9(03).

           01 WS-FUP-DUE-BY                  PIC X(08).
           01 WS-FUP-TABLE.
               02 WS-FUP-ITEM OCCURS 200 TIMES.
                   05 WS-FUP-I-DUE           PIC X(08).
                   05 WS-FUP-I-NAME.
                       10 WS-FUP-I-LASTNAME  PIC X(20).
                       10 WS-FUP-I-FIRSTNAME PIC X(20).
                   05 WS-FUP-I-NOTE-DATE     PIC X(08).
                   05 WS-FUP-I-OPERATOR      PIC X(08).
                   05 WS-FUP-I-TEXT          PIC X(60).
           01 WS-FUP-SWAP                    PIC X(124).
           01 WS-FUP-COUNT                   PIC 9(03).
           01 WS-FUP-SUB                     PIC 9(03).
           01 WS-FUP-SUB2                    PIC 9(03).
           01 WS-FUP-FULL-WARNED             PIC X VALUE "N".
           01 WS-FUP-COLUMNS.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 FILLER                     PIC X(10)
                   VALUE "DUE".
               02 FILLER                     PIC X(22)
                   VALUE "LAST NAME".
               02 FILLER                     PIC X(22)
                   VALUE "FIRST NAME".
               02 FILLER                     PIC X(12)
                   VALUE "PHONE".
               02 FILLER                     PIC X(08)
                   VALUE "BY".
           01 WS-FUP-DETAIL.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-FUP-D-DUE               PIC X(08).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-FUP-D-LASTNAME          PIC X(20).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-FUP-D-FIRSTNAME         PIC X(20).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-FUP-D-PHONE             PIC X(10).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-FUP-D-OPERATOR          PIC X(08).
           01 WS-FUP-NOTE-LINE.
               02 FILLER                     PIC X(10) VALUE SPACES.
               02 WS-FUP-N-DATE              PIC X(08).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-FUP-N-TEXT              PIC X(60).
           01 WS-FUP-LINE                    PIC X(80).

           01 WS-PRF-OPEN                    PIC X VALUE "N".
           01 WS-PRF-NO-MAIL                 PIC X VALUE "N".
           01 WS-PRF-NO-EMAIL                PIC X VALUE "N".
           01 WS-PRF-NO-PHONE                PIC X VALUE "N".
           01 WS-PRF-ON-FILE                 PIC X VALUE "N".
           01 WS-PRF-WORK.
               02 WS-PRF-W-FLAG              PIC X(01).
               02 WS-PRF-W-DATE              PIC X(08).
               02 WS-PRF-W-OPR               PIC X(08).
           01 WS-PRF-LABEL                   PIC X(15).
           01 WS-PRF-ANSWER                  PIC X(01).
           01 WS-PRF-CHANGED                 PIC X(01).
           01 WS-PRF-MAIL-WAS                PIC X(01).
           01 WS-EXT-NOMAIL-COUNT            PIC 9(05).
           01 WS-EXT-NOEMAIL-COUNT           PIC 9(05).
           01 WS-EXT-NOPHONE-COUNT           PIC 9(05).
           01 WS-LBL-NOMAIL-COUNT            PIC 9(05).
           01 WS-CSV-NOEMAIL-COUNT           PIC 9(05).
           01 WS-DIR-NOPHONE-COUNT           PIC 9(05).

           01 WS-PND-ACTION                  PIC X(06).
           01 WS-PND-REQUESTER               PIC X(08).
           01 WS-PND-APPLYING                PIC X VALUE "N".
           01 WS-PND-APPLIED                 PIC X(01).
           01 WS-PND-OUTSTANDING             PIC X(01).
           01 WS-PND-QUEUED                  PIC X(01).
           01 WS-PND-DONE                    PIC X(01).
           01 WS-PND-FILE-OPEN               PIC X(01).
           01 WS-PND-ANSWER                  PIC X(01).
           01 WS-PND-REASON                  PIC X(40).
           01 WS-PND-SHOWN-COUNT             PIC 9(05).
           01 WS-PND-APPROVED-COUNT          PIC 9(05).
           01 WS-PND-REJECTED-COUNT          PIC 9(05).
           01 WS-PND-WAIT-COUNT              PIC 9(05).
           01 WS-PND-LIST-COUNT              PIC 9(05).
           01 WS-PND-TODAY                   PIC 9(08).
           01 WS-PND-TODAY-INT               PIC 9(07).
           01 WS-PND-CUTOFF-DATE             PIC 9(08).
           01 WS-PND-CUTOFF-STAMP            PIC X(14).
           01 WS-PND-AGE-DAYS                PIC 9(05).
           01 WS-PND-COLUMNS.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 FILLER                     PIC X(10)
                   VALUE "REQUESTED".
               02 FILLER                     PIC X(10)
                   VALUE "BY".
               02 FILLER                     PIC X(08)
                   VALUE "ACTION".
               02 FILLER                     PIC X(06)
                   VALUE "DAYS".
               02 FILLER                     PIC X(22)
                   VALUE "LAST NAME".
               02 FILLER                     PIC X(20)
                   VALUE "FIRST NAME".
           01 WS-PND-DETAIL.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-PND-D-DATE              PIC X(08).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-PND-D-REQUESTER         PIC X(08).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-PND-D-ACTION            PIC X(06).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-PND-D-DAYS              PIC ZZZ9.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-PND-D-LASTNAME          PIC X(20).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-PND-D-FIRSTNAME         PIC X(20).
           01 WS-PND-LINE                    PIC X(80).

           01 WS-ARL-FILENAME                PIC X(12).
           01 WS-ARL-LOG-FILE        PIC X(13) VALUE "AUDIT.LOG".
           01 WS-ARL-NEW-FILE        PIC X(13) VALUE "AUDIT.NEW".
           01 WS-ARL-TODAY                   PIC X(08).
           01 WS-ARL-KEEP-STAMP              PIC X(14).
           01 WS-ARL-KEEP-REASON             PIC X(40).
           01 WS-ARL-GEN-STAMP               PIC X(14).
           01 WS-ARL-MONTH                   PIC X(06).
           01 WS-ARL-OPEN                    PIC X VALUE "N".
           01 WS-ARL-FAILED                  PIC X VALUE "N".
           01 WS-ARL-ANSWER                  PIC X(01).
           01 WS-ARL-READ-COUNT              PIC 9(07).
           01 WS-ARL-KEPT-COUNT              PIC 9(07).
           01 WS-ARL-MOVED-COUNT             PIC 9(07).
           01 WS-ARL-FILE-COUNT              PIC 9(07).
           01 WS-ARL-FIRST-STAMP             PIC X(14).
           01 WS-ARL-LAST-STAMP              PIC X(14).
           01 WS-ARL-LINE                    PIC X(80).
           01 WS-ARL-TABLE.
               02 WS-ARL-ITEM OCCURS 240 TIMES.
                   05 WS-ARL-I-FILE          PIC X(12).
                   05 WS-ARL-I-FIRST         PIC X(14).
                   05 WS-ARL-I-LAST          PIC X(14).
                   05 WS-ARL-I-COUNT         PIC 9(07).
           01 WS-ARL-SWAP                    PIC X(47).
           01 WS-ARL-CAT-COUNT               PIC 9(03).
           01 WS-ARL-SUB                     PIC 9(03).
           01 WS-ARL-SUB2                    PIC 9(03).
           01 WS-ARL-SLOT                    PIC 9(03).

           01 WS-OPA-FROM                    PIC X(08).
           01 WS-OPA-TO                      PIC X(08).
           01 WS-OPA-TODAY                   PIC X(08).
           01 WS-OPA-OPERATOR                PIC X(08).
           01 WS-OPA-GROUP                   PIC X(01).
           01 WS-OPA-LEVEL                   PIC X(01).
           01 WS-OPA-FOUND                   PIC X(01).
           01 WS-OPA-OPR-FILE                PIC X VALUE "N".
           01 WS-OPA-HOUR-OK                 PIC X(01).
           01 WS-OPA-DATE-NUM                PIC 9(08).
           01 WS-OPA-WEEKDAY                 PIC 9(01).
           01 WS-OPA-FILES-READ              PIC 9(03).
           01 WS-OPA-IN-RANGE                PIC 9(07).
           01 WS-OPA-LAST-OPERATOR           PIC X(08).
           01 WS-OPA-LAST-GROUP              PIC X(01).
           01 WS-OPA-OPR-TOTAL               PIC 9(07).
           01 WS-OPA-OPR-TABLE.
               02 WS-OPA-OPR-ITEM OCCURS 200 TIMES.
                   05 WS-OPA-O-ID            PIC X(08).
                   05 WS-OPA-O-LEVEL         PIC X(01).
           01 WS-OPA-OPR-COUNT               PIC 9(03).
           01 WS-OPA-CNT-TABLE.
               02 WS-OPA-CNT-ITEM OCCURS 300 TIMES.
                   05 WS-OPA-C-GROUP         PIC X(01).
                   05 WS-OPA-C-OPERATOR      PIC X(08).
                   05 WS-OPA-C-ACTION        PIC X(06).
                   05 WS-OPA-C-COUNT         PIC 9(07).
           01 WS-OPA-CNT-SWAP                PIC X(22).
           01 WS-OPA-CNT-COUNT               PIC 9(03).
           01 WS-OPA-CNT-FULL                PIC X VALUE "N".
           01 WS-OPA-AFT-TABLE.
               02 WS-OPA-AFT-ITEM OCCURS 200 TIMES.
                   05 WS-OPA-A-DATE          PIC X(08).
                   05 WS-OPA-A-TIME          PIC X(06).
                   05 WS-OPA-A-OPERATOR      PIC X(08).
                   05 WS-OPA-A-ACTION        PIC X(06).
                   05 WS-OPA-A-NAME          PIC X(40).
           01 WS-OPA-AFT-FOUND               PIC 9(05).
           01 WS-OPA-AFT-COUNT               PIC 9(03).
           01 WS-OPA-DEL-TABLE.
               02 WS-OPA-DEL-ITEM OCCURS 200 TIMES.
                   05 WS-OPA-X-DATE          PIC X(08).
                   05 WS-OPA-X-TIME          PIC X(06).
                   05 WS-OPA-X-OPERATOR      PIC X(08).
                   05 WS-OPA-X-APPROVER      PIC X(08).
                   05 WS-OPA-X-NAME          PIC X(40).
           01 WS-OPA-DEL-FOUND               PIC 9(05).
           01 WS-OPA-DEL-COUNT               PIC 9(03).
           01 WS-OPA-UNK-TABLE.
               02 WS-OPA-UNK-ITEM OCCURS 100 TIMES.
                   05 WS-OPA-U-ID            PIC X(08).
                   05 WS-OPA-U-COUNT         PIC 9(07).
           01 WS-OPA-UNK-COUNT               PIC 9(03).
           01 WS-OPA-UNK-FULL                PIC X VALUE "N".
           01 WS-OPA-SUB                     PIC 9(03).
           01 WS-OPA-SUB2                    PIC 9(03).
           01 WS-OPA-CNT-LINE.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-OPA-L-OPERATOR          PIC X(08).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-OPA-L-ACTION            PIC X(06).
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-OPA-L-COUNT             PIC Z(06)9.
           01 WS-OPA-CNT-COLUMNS.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 FILLER                     PIC X(10)
                   VALUE "OPERATOR".
               02 FILLER                     PIC X(08)
                   VALUE "ACTION".
               02 FILLER                     PIC X(07)
                   VALUE "  COUNT".
           01 WS-OPA-DTL-LINE.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-OPA-D-DATE              PIC X(08).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-OPA-D-TIME              PIC X(06).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-OPA-D-OPERATOR          PIC X(08).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-OPA-D-MIDDLE            PIC X(08).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-OPA-D-LASTNAME          PIC X(20).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-OPA-D-FIRSTNAME         PIC X(20).
           01 WS-OPA-LINE                    PIC X(80).

           01 WS-RCN-TABLE.
               02 WS-RCN-ITEM OCCURS 5000 TIMES.
                   05 WS-RCN-I-NAME          PIC X(40).
                   05 WS-RCN-I-BASE          PIC X(138).
                   05 WS-RCN-I-EXPECT        PIC X(138).
                   05 WS-RCN-I-IN-BASE       PIC X(01).
                   05 WS-RCN-I-IN-EXPECT     PIC X(01).
                   05 WS-RCN-I-TOUCHED       PIC X(01).
                   05 WS-RCN-I-SEEN          PIC X(01).
           01 WS-RCN-BASE-COUNT              PIC 9(05).
           01 WS-RCN-COUNT                   PIC 9(05).
           01 WS-RCN-FULL                    PIC X VALUE "N".
           01 WS-RCN-FOUND                   PIC 9(05).
           01 WS-RCN-LOW                     PIC 9(05).
           01 WS-RCN-HIGH                    PIC 9(05).
           01 WS-RCN-MID                     PIC 9(05).
           01 WS-RCN-SUB                     PIC 9(05).
           01 WS-RCN-NAME                    PIC X(40).
           01 WS-RCN-FROM-STAMP              PIC X(14).
           01 WS-RCN-STAMP                   PIC X(14).
           01 WS-RCN-RC                      PIC 9(02) VALUE 0.
           01 WS-RCN-APPLIED                 PIC 9(07).
           01 WS-RCN-NO-EFFECT               PIC 9(07).
           01 WS-RCN-OUTSIDE                 PIC 9(07).
           01 WS-RCN-EXPECT-COUNT            PIC 9(05).
           01 WS-RCN-LIVE-COUNT              PIC 9(05).
           01 WS-RCN-SAME                    PIC 9(05).
           01 WS-RCN-EXPLAINED               PIC 9(05).
           01 WS-RCN-UNEXPLAINED             PIC 9(05).
           01 WS-RCN-REASON                  PIC X(36).
           01 WS-RCN-EXPECTED                PIC X(40).
           01 WS-RCN-ON-FILE                 PIC X(40).
           01 WS-RCN-NAME-LINE.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-RCN-N-LASTNAME          PIC X(20).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-RCN-N-FIRSTNAME         PIC X(20).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-RCN-N-REASON            PIC X(36).
           01 WS-RCN-DTL-LINE.
               02 FILLER                     PIC X(06) VALUE SPACES.
               02 WS-RCN-D-FIELD             PIC X(10).
               02 WS-RCN-D-WHICH             PIC X(10).
               02 WS-RCN-D-VALUE             PIC X(40).
           01 WS-RCN-LINE                    PIC X(80).

           01 WS-PRG-CUTOFF                  PIC X(08).
           01 WS-PRG-TODAY                   PIC X(08).
           01 WS-PRG-TABLE.
               02 WS-PRG-ITEM OCCURS 5000 TIMES.
                   05 WS-PRG-I-NAME          PIC X(40).
                   05 WS-PRG-I-PHONE         PIC 9(10).
                   05 WS-PRG-I-LAST          PIC X(08).
                   05 WS-PRG-I-STATUS        PIC X(01).
                       88 PRG-INACTIVE       VALUE "C".
                       88 PRG-ACTIVE         VALUE "A".
                       88 PRG-HELD           VALUE "K".
                   05 WS-PRG-I-NOTE          PIC X(16).
           01 WS-PRG-COUNT                   PIC 9(05).
           01 WS-PRG-FULL                    PIC X VALUE "N".
           01 WS-PRG-FOUND                   PIC 9(05).
           01 WS-PRG-LOW                     PIC 9(05).
           01 WS-PRG-HIGH                    PIC 9(05).
           01 WS-PRG-MID                     PIC 9(05).
           01 WS-PRG-SUB                     PIC 9(05).
           01 WS-PRG-NAME                    PIC X(40).
           01 WS-PRG-CANDIDATES              PIC 9(05).
           01 WS-PRG-HELD-COUNT              PIC 9(05).
           01 WS-PRG-ARCHIVED                PIC 9(05).
           01 WS-PRG-FAILED                  PIC 9(05).
           01 WS-PRG-NOTES-OPEN              PIC X VALUE "N".
           01 WS-PRG-PND-OPEN                PIC X VALUE "N".
           01 WS-PRG-CTG-OPEN                PIC X VALUE "N".
           01 WS-PRG-CTG-TABLE.
               02 WS-PRG-CTG-ITEM            PIC X(10)
                   OCCURS 20 TIMES.
           01 WS-PRG-CTG-COUNT               PIC 9(03).
           01 WS-PRG-CTG-SUB                 PIC 9(03).
           01 WS-PRG-DTL-LINE.
               02 FILLER                     PIC X(02) VALUE SPACES.
               02 WS-PRG-D-LASTNAME          PIC X(20).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-PRG-D-FIRSTNAME         PIC X(20).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-PRG-D-PHONE             PIC X(10).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-PRG-D-LAST              PIC X(08).
               02 FILLER                     PIC X(01) VALUE SPACES.
               02 WS-PRG-D-NOTE              PIC X(16).
           01 WS-PRG-LINE                    PIC X(80).

           01 WS-RPC-TYPE                    PIC X(08).
           01 WS-RPC-SOURCE                  PIC X(24).
           01 WS-RPC-FILENAME                PIC X(24).
           01 WS-RPC-CAT-FILE        PIC X(13) VALUE "REPORTS.CAT".
           01 WS-RPC-NEW-FILE        PIC X(13) VALUE "REPORTS.NEW".
           01 WS-RPC-REPRINT-FILE    PIC X(13) VALUE "REPRINT.RPT".
           01 WS-RPC-RESULT                  PIC S9(9) COMP-5.
           01 WS-RPC-IGNORED                 PIC S9(9) COMP-5.
           01 WS-RPC-DATE                    PIC X(08).
           01 WS-RPC-CLOCK                   PIC X(08).
           01 WS-RPC-SEQ                     PIC 9(03).
           01 WS-RPC-LINES                   PIC 9(07).
           01 WS-RPC-CAT-LINE.
               02 WS-RPC-C-TYPE              PIC X(08).
               02 FILLER                     PIC X(01).
               02 WS-RPC-C-DATE              PIC X(08).
               02 FILLER                     PIC X(01).
               02 WS-RPC-C-TIME              PIC X(06).
               02 FILLER                     PIC X(01).
               02 WS-RPC-C-SEQ               PIC 9(03).
               02 FILLER                     PIC X(01).
               02 WS-RPC-C-OPERATOR          PIC X(08).
               02 FILLER                     PIC X(01).
               02 WS-RPC-C-LINES             PIC 9(07).
               02 FILLER                     PIC X(01).
               02 WS-RPC-C-FILE              PIC X(24).
               02 FILLER                     PIC X(10).
           01 WS-RPC-RETAIN-DAYS             PIC 9(04) VALUE 90.
           01 WS-RPC-DAYS-IN                 PIC 9(04).
           01 WS-RPC-DATE-NUM                PIC 9(08).
           01 WS-RPC-CUTOFF-NUM              PIC 9(08).
           01 WS-RPC-CUTOFF                  PIC X(08).
           01 WS-RPC-PURGED                  PIC 9(05).
           01 WS-RPC-KEPT                    PIC 9(05).
           01 WS-RPC-TABLE.
               02 WS-RPC-T-LINE              PIC X(80)
                   OCCURS 200 TIMES.
           01 WS-RPC-COUNT                   PIC 9(03).
           01 WS-RPC-SUB                     PIC 9(03).
           01 WS-RPC-CHOICE                  PIC 9(03).
           01 WS-RPC-MORE                    PIC X VALUE "N".
           01 WS-RPC-FILTER-TYPE             PIC X(08).
           01 WS-RPC-FILTER-DATE             PIC X(08).
           01 WS-RPC-ANSWER                  PIC X(01).

           01 WS-PHN-OPEN                    PIC X VALUE "N".
           01 WS-PHN-SHOW                    PIC X VALUE "N".
           01 WS-PHN-DONE                    PIC X VALUE "N".
           01 WS-PHN-ON-FILE                 PIC X VALUE "N".
           01 WS-PHN-ANSWER                  PIC X(01).
           01 WS-PHN-TYPE                    PIC X(10).
               88 PHN-VALID-TYPE   VALUE "HOME" "WORK" "MOBILE" "FAX".
           01 WS-PHN-EXT-INPUT               PIC X(06).
           01 WS-PHN-LAST-NAME               PIC X(40).
           01 WS-PHN-LIST-COUNT              PIC 9(02).
           01 WS-PHN-DEL-COUNT               PIC 9(02).
           01 WS-PHN-LISTED                  PIC 9(05).
           01 WS-PHN-COUNT                   PIC 9(02).
           01 WS-PHN-SUB                     PIC 9(02).
           01 WS-PHN-TABLE.
               02 WS-PHN-ITEM OCCURS 4 TIMES.
                   05 WS-PHN-I-TYPE          PIC X(06).
                   05 WS-PHN-I-NUMBER        PIC 9(10).
                   05 WS-PHN-I-EXT           PIC X(06).
           01 WS-PHN-CSV-TABLE.
               02 WS-PHN-CSV-COL             PIC X(17)
                   OCCURS 4 TIMES.
           01 WS-PHN-CSV-WORK                PIC X(17).

           01 WS-VCF-LINE                    PIC X(400).
           01 WS-VCF-PTR                     PIC 9(03).
           01 WS-VCF-LEN                     PIC 9(03).
           01 WS-VCF-SUB                     PIC 9(03).
           01 WS-VCF-TAKE                    PIC 9(03).
           01 WS-VCF-RAW                     PIC X(60).
           01 WS-VCF-RAW-LEN                 PIC 9(03).
           01 WS-VCF-CH                      PIC X(01).
           01 WS-VCF-BDAY                    PIC X(08).
           01 WS-VCF-CTG-OPEN                PIC X VALUE "N".
           01 WS-VCF-CTG-DONE                PIC X VALUE "N".
           01 WS-VCF-CTG-COUNT               PIC 9(02).
           01 WS-VCF-COUNT                   PIC 9(05).
           01 WS-VCF-NOEMAIL-COUNT           PIC 9(05).
           01 WS-VCF-NOPHONE-COUNT           PIC 9(05).

           01 WS-VCI-RAW                     PIC X(256).
           01 WS-VCI-LOGICAL                 PIC X(512).
           01 WS-VCI-PTR                     PIC 9(03).
           01 WS-VCI-UPTR                    PIC 9(03).
           01 WS-VCI-LEN                     PIC 9(03).
           01 WS-VCI-TLEN                    PIC 9(03).
           01 WS-VCI-SUB                     PIC 9(03).
           01 WS-VCI-OUT                     PIC 9(03).
           01 WS-VCI-SPLIT                   PIC 9(03).
           01 WS-VCI-TALLY                   PIC 9(03).
           01 WS-VCI-CH                      PIC X(01).
           01 WS-VCI-HAVE-LINE               PIC X VALUE "N".
           01 WS-VCI-IN-CARD                 PIC X VALUE "N".
           01 WS-VCI-LINE-NO                 PIC 9(06).
           01 WS-VCI-LOGICAL-LINE            PIC 9(06).
           01 WS-VCI-CARD-LINE               PIC 9(06).
           01 WS-VCI-PROP                    PIC X(80).
           01 WS-VCI-NAME                    PIC X(40).
           01 WS-VCI-GROUP                   PIC X(40).
           01 WS-VCI-PNAME                   PIC X(40).
           01 WS-VCI-VALUE                   PIC X(400).
           01 WS-VCI-TEXT                    PIC X(200).
           01 WS-VCI-PLAIN                   PIC X(200).
           01 WS-VCI-CARD.
               02 WS-VCI-C-LAST              PIC X(60).
               02 WS-VCI-C-FIRST             PIC X(60).
               02 WS-VCI-C-FN                PIC X(80).
               02 WS-VCI-C-EMAIL             PIC X(80).
               02 WS-VCI-C-STREET            PIC X(80).
               02 WS-VCI-C-BDAY              PIC X(40).
               02 WS-VCI-C-CATS              PIC X(200).
               02 WS-VCI-C-TEL-COUNT         PIC 9(02).
               02 WS-VCI-C-TEL OCCURS 8 TIMES.
                   05 WS-VCI-T-TYPE          PIC X(06).
                   05 WS-VCI-T-PREF          PIC X(01).
                   05 WS-VCI-T-OK            PIC X(01).
                   05 WS-VCI-T-NUMBER        PIC X(10).
                   05 WS-VCI-T-EXT           PIC X(06).
           01 WS-VCI-TX                      PIC 9(02).
           01 WS-VCI-PRIMARY                 PIC 9(02).
           01 WS-VCI-DIGITS                  PIC X(20).
           01 WS-VCI-DIG-COUNT               PIC 9(03).
           01 WS-VCI-EXT-MODE                PIC X VALUE "N".
           01 WS-VCI-BAD                     PIC X VALUE "N".
           01 WS-VCI-BDAY-OK                 PIC X VALUE "N".
           01 WS-VCI-BDAY-WORK               PIC X(40).
           01 WS-VCI-BDAY-NUM                PIC 9(08).
           01 WS-VCI-PERSON                  PIC X(138).
           01 WS-VCI-REASON                  PIC X(10).
           01 WS-VCI-REJ-LINE                PIC X(120).
           01 WS-VCI-CTG-OPEN                PIC X VALUE "N".
           01 WS-VCI-PHN-OPEN                PIC X VALUE "N".
           01 WS-VCI-CTG-TABLE.
               02 WS-VCI-CTG-PART            PIC X(40)
                   OCCURS 10 TIMES.
           01 WS-VCI-CARD-COUNT              PIC 9(05).
           01 WS-VCI-LOAD-COUNT              PIC 9(05).
           01 WS-VCI-REPL-COUNT              PIC 9(05).
           01 WS-VCI-QUEUE-COUNT             PIC 9(05).
           01 WS-VCI-SAME-COUNT              PIC 9(05).
           01 WS-VCI-REJ-COUNT               PIC 9(05).



       PROCEDURE DIVISION.
           PERFORM RUN-END-OF-DAY
           STOP RUN
       END-IF.
       IF WS-RUN-MODE(1:5) EQUAL "RECON"
           MOVE "RECON" TO WS-OPR-ID
           MOVE "S" TO WS-OPR-LEVEL
           PERFORM RECONCILE-TO-BACKUP
           MOVE WS-RCN-RC TO RETURN-CODE
           STOP RUN
       END-IF.

       DISPLAY "MY CONTACTS".
       PERFORM SIGN-ON-OPERATOR.
           DISPLAY "(22) Duplicate check   (23) Maintain categories"
           DISPLAY "(24) Category directory   "
                   "(25) Category CSV export"
           DISPLAY "(26) Contact notes   (27) Follow-ups due"
           DISPLAY "(28) Contact preferences   "
                   "(29) Review change requests"
           DISPLAY "(30) Pending requests report   "
                   "(31) Audit log rollover"
           DISPLAY "(32) Operator activity report   "
                   "(33) Reconcile to backup"
           DISPLAY "(34) Archive inactive contacts   "
                   "(35) Reinstate archived contact"
           DISPLAY "(36) Report archive   (37) Report retention"
           DISPLAY "(38) Additional phone numbers   "
                   "(39) vCard export"
           DISPLAY "(40) vCard import"
           ACCEPT CHOICE

           IF CHOICE = 1
           ELSE IF CHOICE = 6
               PERFORM SEARCH-CONTACTS
           ELSE IF CHOICE = 7
               PERFORM ASK-EXTRA-PHONES
               PERFORM EXPORT-CONTACTS-CSV
               MOVE "N" TO WS-PHN-SHOW
           ELSE IF CHOICE = 8
               PERFORM SUMMARY-REPORT
           ELSE IF CHOICE = 9
           ELSE IF CHOICE = 13
               PERFORM MERGE-CONTACT-FILE
           ELSE IF CHOICE = 14
               PERFORM ASK-EXTRA-PHONES
               PERFORM PRINT-PHONE-DIRECTORY
               MOVE "N" TO WS-PHN-SHOW
           ELSE IF CHOICE = 15
               PERFORM VERIFY-CONTACT-FILE
           ELSE IF CHOICE = 16
               PERFORM PRINT-CATEGORY-DIRECTORY
           ELSE IF CHOICE = 25
               PERFORM EXPORT-CATEGORY-CSV
           ELSE IF CHOICE = 26
               PERFORM MAINTAIN-CONTACT-NOTES
           ELSE IF CHOICE = 27
               PERFORM PRINT-FOLLOWUP-REPORT
           ELSE IF CHOICE = 28
               PERFORM MAINTAIN-CONTACT-PREFERENCES
           ELSE IF CHOICE = 29
               PERFORM REVIEW-PENDING-CHANGES
           ELSE IF CHOICE = 30
               PERFORM PRINT-PENDING-REPORT
           ELSE IF CHOICE = 31
               PERFORM ROLLOVER-AUDIT-LOG
           ELSE IF CHOICE = 32
               PERFORM PRINT-OPERATOR-ACTIVITY
           ELSE IF CHOICE = 33
               PERFORM RECONCILE-TO-BACKUP
           ELSE IF CHOICE = 34
               PERFORM PURGE-INACTIVE-CONTACTS
           ELSE IF CHOICE = 35
               PERFORM REINSTATE-ARCHIVED-CONTACT
           ELSE IF CHOICE = 36
               PERFORM BROWSE-REPORT-ARCHIVE
           ELSE IF CHOICE = 37
               PERFORM SET-REPORT-RETENTION
           ELSE IF CHOICE = 38
               PERFORM MAINTAIN-CONTACT-PHONES
           ELSE IF CHOICE = 39
               PERFORM EXPORT-CONTACTS-VCARD
           ELSE IF CHOICE = 40
               PERFORM IMPORT-CONTACTS-VCARD
           END-IF

       END-PERFORM.
      *  Overwrite an existing contact's record on confirmation       *
      ******************************************************************
       REPLACE-EXISTING-CONTACT.
      * AN OVERWRITE BY AN OPERATOR WITHOUT SUPERVISOR AUTHORITY WAITS
      * IN THE APPROVAL QUEUE; THE CONTACT IS LEFT UNTOUCHED
       IF NOT OPR-SUPERVISOR
           MOVE "OVERWR" TO WS-PND-ACTION
           PERFORM QUEUE-PENDING-CHANGE
           EXIT PARAGRAPH
       END-IF.
      * TAKE THE LOCK BEFORE ROLLING A BACKUP GENERATION - A
      * LOCK-REFUSED ATTEMPT MUST NOT COST A GENERATION
       PERFORM OPEN-CONTACT-EXCLUSIVE.
           DISPLAY "Nothing entered to search for"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Search archived contacts too? (Y/N): ".
       MOVE SPACES TO WS-DUP-ANSWER.
       ACCEPT WS-DUP-ANSWER.

       OPEN INPUT CONTACT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
       END-PERFORM.
       CLOSE CONTACT.

       IF WS-DUP-ANSWER EQUAL "Y" OR WS-DUP-ANSWER EQUAL "y"
           PERFORM SEARCH-ARCHIVED-CONTACTS
       END-IF.


      ******************************************************************
      *  Export the contact list to a comma-delimited CSV file        *
           END-IF
       END-IF.

      * THE EMAIL COLUMN IS WITHHELD FOR CONTACTS WHO OPTED OUT OF
      * EMAIL
       PERFORM OPEN-PREFERENCE-FILE.
       IF WS-PRF-OPEN EQUAL "E"
           CLOSE CONTACT
           IF WS-CTG-FILTER NOT EQUAL SPACES
               CLOSE CATEGORY-FILE
           END-IF
           EXIT PARAGRAPH
       END-IF.

      * ADDITIONAL NUMBERS GO IN FOUR EXTRA COLUMNS (HOME, WORK,
      * MOBILE, FAX) ONLY WHEN ASKED FOR
       IF WS-PHN-SHOW EQUAL "Y"
           PERFORM OPEN-PHONE-FILE
       END-IF.

       OPEN OUTPUT CSV-CONTACT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           IF WS-CTG-FILTER NOT EQUAL SPACES
               CLOSE CATEGORY-FILE
           END-IF
           PERFORM CLOSE-PREFERENCE-FILE
           PERFORM CLOSE-PHONE-FILE
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-CSV-COUNT.
       MOVE 0 TO WS-CSV-NOEMAIL-COUNT.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ CONTACT NEXT RECORD INTO WS-PERSON
           AT END MOVE 10 TO WS-FILESTATUS
       IF WS-CTG-FILTER NOT EQUAL SPACES
           CLOSE CATEGORY-FILE
       END-IF.
       PERFORM CLOSE-PREFERENCE-FILE.
       PERFORM CLOSE-PHONE-FILE.
       CLOSE CSV-CONTACT.
       DISPLAY WS-CSV-COUNT " contacts exported to CONTACTS.csv".
       DISPLAY "Emails withheld......: " WS-CSV-NOEMAIL-COUNT
               " (contact opted out of email)".


      ******************************************************************
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM CHECK-CONTACT-PREFERENCE.
       IF WS-PRF-NO-EMAIL EQUAL "Y"
          AND WS-EMAIL NOT EQUAL SPACES
           MOVE SPACES TO WS-EMAIL
           ADD 1 TO WS-CSV-NOEMAIL-COUNT
       END-IF.
       MOVE SPACES TO WS-CSV-LINE.
       STRING FUNCTION TRIM(WS-FIRSTNAME) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-LASTNAME) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              WS-PHONENUMBER DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL) DELIMITED BY SIZE
              INTO WS-CSV-LINE
       END-STRING.
       IF WS-PHN-OPEN EQUAL "Y"
           PERFORM CSV-EXTRA-PHONES
       END-IF.
       MOVE WS-CSV-LINE TO FS-CSV-LINE.
       WRITE FS-CSV-LINE
       END-WRITE.
           EXIT PARAGRAPH
       END-IF.

      * A DELETE BY AN OPERATOR WITHOUT SUPERVISOR AUTHORITY WAITS IN
      * THE APPROVAL QUEUE; THE CONTACT IS LEFT UNTOUCHED
       IF NOT OPR-SUPERVISOR
           MOVE "DELETE" TO WS-PND-ACTION
           PERFORM QUEUE-PENDING-CHANGE
           EXIT PARAGRAPH
       END-IF.

       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
                       PERFORM AUDIT-SET-BEFORE
                       MOVE SPACES TO WS-AUD-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM ARCHIVE-CONTACT-NOTES
                       IF WS-NTE-ARC-COUNT > 0
                           DISPLAY WS-NTE-ARC-COUNT " notes moved to "
                                   "NOTES.ARC"
                       END-IF
                       PERFORM DELETE-CONTACT-PHONES
                       IF WS-PHN-DEL-COUNT > 0
                           DISPLAY WS-PHN-DEL-COUNT " additional "
                                   "phone numbers removed"
                       END-IF
               END-DELETE
       END-READ.
       CLOSE CONTACT.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE WS-TIME-RAW(1:6) TO WS-AUD-TIME.
       MOVE WS-OPR-ID TO WS-AUD-OPERATOR.
       MOVE SPACES TO WS-AUD-APPROVER.
      * A CHANGE APPLIED FROM THE APPROVAL QUEUE IS LOGGED UNDER THE
      * OPERATOR WHO ASKED FOR IT, WITH THE SUPERVISOR AS APPROVER
       IF WS-PND-APPLYING EQUAL "Y"
           MOVE WS-PND-REQUESTER TO WS-AUD-OPERATOR
           MOVE WS-OPR-ID TO WS-AUD-APPROVER
       END-IF.
       OPEN EXTEND AUDIT-LOG.
       IF FS-NOT-FOUND
           OPEN OUTPUT AUDIT-LOG
       ACCEPT WS-SEL-FIRSTNAME.
       DISPLAY "Last name of contact: ".
       ACCEPT WS-SEL-LASTNAME.
       DISPLAY "Search archived periods too? (Y/N): ".
       MOVE SPACES TO WS-ARL-ANSWER.
       ACCEPT WS-ARL-ANSWER.

      * ARCHIVED PERIODS ARE OLDER THAN ANYTHING IN THE LIVE LOG, SO
      * SEARCHING THEM FIRST KEEPS THE HISTORY IN DATE ORDER
       MOVE 0 TO WS-HIST-COUNT.
       IF WS-ARL-ANSWER EQUAL "Y" OR WS-ARL-ANSWER EQUAL "y"
           PERFORM HISTORY-SEARCH-ARCHIVES
       END-IF.

       OPEN INPUT AUDIT-LOG.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           EXIT PARAGRAPH
       END-IF.

       PERFORM UNTIL WS-FILESTATUS = 10
           READ AUDIT-LOG INTO WS-AUDIT-REC
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               PERFORM HISTORY-CHECK-ENTRY
           END-READ
       END-PERFORM.
       CLOSE AUDIT-LOG.
       END-IF.


      ******************************************************************
      *  Display the audit entry in WS-AUDIT-REC when it belongs to  *
      *  the contact named in WS-SEL-NAME                            *
      ******************************************************************
       HISTORY-CHECK-ENTRY.
       IF WS-AUD-LASTNAME EQUAL WS-SEL-LASTNAME
          AND WS-AUD-FIRSTNAME EQUAL WS-SEL-FIRSTNAME
           ADD 1 TO WS-HIST-COUNT
           PERFORM DISPLAY-AUDIT-ENTRY
       END-IF.


      ******************************************************************
      *  Search every archived period listed in AUDITCAT.LOG, oldest *
      *  first, for the contact named in WS-SEL-NAME                 *
      ******************************************************************
       HISTORY-SEARCH-ARCHIVES.
       PERFORM LOAD-AUDIT-CATALOG.
       IF WS-ARL-CAT-COUNT = 0
           DISPLAY "No archived periods on file"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-ARL-SUB FROM 1 BY 1
           UNTIL WS-ARL-SUB > WS-ARL-CAT-COUNT
           PERFORM HISTORY-SEARCH-ONE-ARCHIVE
       END-PERFORM.


      ******************************************************************
      *  Search the archive file at WS-ARL-SUB in the catalog table  *
      ******************************************************************
       HISTORY-SEARCH-ONE-ARCHIVE.
       MOVE WS-ARL-I-FILE(WS-ARL-SUB) TO WS-ARL-FILENAME.
       OPEN INPUT AUDIT-ARCHIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Archive " WS-ARL-FILENAME " could not be read "
                   "(status " WS-FILESTATUS ")"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ AUDIT-ARCHIVE INTO WS-AUDIT-REC
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               PERFORM HISTORY-CHECK-ENTRY
           END-READ
       END-PERFORM.
       CLOSE AUDIT-ARCHIVE.


      ******************************************************************
      *  Display one audit entry from WS-AUDIT-REC                    *
      ******************************************************************
       DISPLAY-AUDIT-ENTRY.
       IF WS-AUD-APPROVER EQUAL SPACES
           DISPLAY WS-AUD-DATE " " WS-AUD-TIME " " WS-AUD-ACTION
                   " " WS-AUD-OPERATOR
       ELSE
           DISPLAY WS-AUD-DATE " " WS-AUD-TIME " " WS-AUD-ACTION
                   " " WS-AUD-OPERATOR " approved by "
                   WS-AUD-APPROVER
       END-IF.
       IF WS-AUD-BEFORE NOT EQUAL SPACES
           DISPLAY "   was: " WS-AUD-OLD-PHONE "  "
                   FUNCTION TRIM(WS-AUD-OLD-EMAIL) "  "
      *  A=add, U=update phone, D=delete, then first/last/phone)      *
      ******************************************************************
       RUN-BATCH-MODE.
      * A BATCH FILE DELETES WITHOUT PROMPTING, SO FROM THE MENU IT IS
      * HELD TO THE SAME AUTHORITY AS AN APPROVED DELETE
       IF NOT OPR-SUPERVISOR
           DISPLAY "A batch run needs supervisor authority"
           EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-BATCH-CHECKPOINT.
       IF WS-CKP-BAD EQUAL "Y"
           DISPLAY "BATCHCKP.txt is present but unreadable - an "
       END-STRING.
       PERFORM WRITE-BATCH-REPORT-LINE.
       CLOSE BATCH-REPORT.
       MOVE "BATCHRPT" TO WS-RPC-TYPE.
       MOVE "BATCHRPT.txt" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY "Batch run complete: " WS-BAT-READ-COUNT
               " read, " WS-BAT-REJ-COUNT
                       PERFORM AUDIT-SET-BEFORE
                       MOVE SPACES TO WS-AUD-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM ARCHIVE-CONTACT-NOTES
                       PERFORM DELETE-CONTACT-PHONES
               END-DELETE
       END-READ.

       CLOSE CONTACT.
       CLOSE MERGE-CONTACT.
       CLOSE CONFLICT-REPORT.
       MOVE "CONFLICT" TO WS-RPC-TYPE.
       MOVE "CONFLICT.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY " ".
       DISPLAY "MERGE SUMMARY".
       END-STRING.
       PERFORM WRITE-VERIFY-LINE.
       CLOSE VERIFY-REPORT.
       MOVE "VERIFY" TO WS-RPC-TYPE.
       MOVE "VERIFY.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY " ".
       DISPLAY "FILE VERIFICATION".
           END-IF
       END-IF.

      * CONTACTS WHO OPTED OUT OF PHONE CALLS ARE MARKED, NOT LEFT
      * OUT - STAFF STILL NEED TO KNOW WHOSE NUMBER IT IS
       PERFORM OPEN-PREFERENCE-FILE.
       IF WS-PRF-OPEN EQUAL "E"
           CLOSE CONTACT
           IF WS-CTG-FILTER NOT EQUAL SPACES
               CLOSE CATEGORY-FILE
           END-IF
           EXIT PARAGRAPH
       END-IF.

      * ADDITIONAL NUMBERS ARE LISTED UNDER THE CONTACT ONLY WHEN
      * ASKED FOR
       IF WS-PHN-SHOW EQUAL "Y"
           PERFORM OPEN-PHONE-FILE
       END-IF.

       OPEN OUTPUT DIRECTORY-REPORT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           IF WS-CTG-FILTER NOT EQUAL SPACES
               CLOSE CATEGORY-FILE
           END-IF
           PERFORM CLOSE-PREFERENCE-FILE
           PERFORM CLOSE-PHONE-FILE
           EXIT PARAGRAPH
       END-IF.

       ACCEPT WS-DIR-HDR-DATE FROM DATE YYYYMMDD.
       MOVE 0 TO WS-DIR-PAGE.
       MOVE 0 TO WS-DIR-TOTAL.
       MOVE 0 TO WS-DIR-NOPHONE-COUNT.
       MOVE 0 TO WS-PHN-LISTED.
       MOVE SPACES TO WS-DIR-GROUP-LETTER.
       PERFORM DIRECTORY-NEW-PAGE.

       IF WS-CTG-FILTER NOT EQUAL SPACES
           CLOSE CATEGORY-FILE
       END-IF.
       PERFORM CLOSE-PREFERENCE-FILE.
       PERFORM CLOSE-PHONE-FILE.

       MOVE SPACES TO WS-DIR-LINE.
       PERFORM WRITE-DIRECTORY-LINE.
              INTO WS-DIR-LINE
       END-STRING.
       PERFORM WRITE-DIRECTORY-LINE.
       MOVE SPACES TO WS-DIR-LINE.
       STRING "MARKED DO NOT CALL...: " DELIMITED BY SIZE
              WS-DIR-NOPHONE-COUNT DELIMITED BY SIZE
              " (CONTACT OPTED OUT OF PHONE CALLS)"
                  DELIMITED BY SIZE
              INTO WS-DIR-LINE
       END-STRING.
       PERFORM WRITE-DIRECTORY-LINE.
       IF WS-PHN-SHOW EQUAL "Y"
           MOVE SPACES TO WS-DIR-LINE
           STRING "ADDITIONAL NUMBERS...: " DELIMITED BY SIZE
                  WS-PHN-LISTED DELIMITED BY SIZE
                  INTO WS-DIR-LINE
           END-STRING
           PERFORM WRITE-DIRECTORY-LINE
       END-IF.
       CLOSE DIRECTORY-REPORT.
       MOVE "PHONEDIR" TO WS-RPC-TYPE.
       MOVE "PHONEDIR.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY WS-DIR-TOTAL " contacts printed to PHONEDIR.RPT ("
               WS-DIR-PAGE " pages)".
       DISPLAY "Marked do not call...: " WS-DIR-NOPHONE-COUNT
               " (contact opted out of phone calls)".


      ******************************************************************
       MOVE WS-LASTNAME TO WS-DIR-LASTNAME.
       MOVE WS-FIRSTNAME TO WS-DIR-FIRSTNAME.
       MOVE WS-PHONENUMBER TO WS-DIR-PHONE.
       PERFORM CHECK-CONTACT-PREFERENCE.
       IF WS-PRF-NO-PHONE EQUAL "Y"
           MOVE "DO NOT CALL" TO WS-DIR-MARK
           ADD 1 TO WS-DIR-NOPHONE-COUNT
       ELSE
           MOVE SPACES TO WS-DIR-MARK
       END-IF.
       MOVE WS-DIR-DETAIL TO WS-DIR-LINE.
       PERFORM WRITE-DIRECTORY-LINE.
       ADD 1 TO WS-DIR-TOTAL.
       IF WS-PHN-OPEN EQUAL "Y"
           PERFORM DIRECTORY-EXTRA-PHONES
       END-IF.


      ******************************************************************
       END-STRING.
       PERFORM WRITE-BIRTHDAY-LINE.
       CLOSE BIRTHDAY-REPORT.
       MOVE "BIRTHDAY" TO WS-RPC-TYPE.
       MOVE "BIRTHDAY.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       IF WS-BDY-COUNT = 0
           DISPLAY "No birthdays in the next " WS-BDY-DAYS-AHEAD

      ******************************************************************
      *  Find the contact(s) holding a phone number through the phone *
      *  index and the additional numbers in PHONES.txt, warning when *
      *  the number is shared                                         *
      ******************************************************************
       LOOKUP-BY-PHONE.
       DISPLAY "Phone number to look up (10 digits): ".
               END-IF
           END-READ
       END-PERFORM.

      * THE NUMBER MAY ALSO BE ONE OF A CONTACT'S ADDITIONAL NUMBERS
       PERFORM OPEN-PHONE-FILE.
       IF WS-PHN-OPEN EQUAL "Y"
           PERFORM LOOKUP-ADDITIONAL-PHONES
           PERFORM CLOSE-PHONE-FILE
       END-IF.
       CLOSE CONTACT.

       IF WS-LKP-COUNT = 0
       EVALUATE WS-AUD-ACTION
           WHEN "DELETE"
           WHEN "QUARAN"
           WHEN "ARCHIV"
               DELETE CONTACT RECORD
                   INVALID KEY
                       ADD 1 TO WS-PIT-FAIL-COUNT
           WHEN "MERGE"
           WHEN "UPDATE"
           WHEN "OVERWR"
           WHEN "REINST"
           WHEN "VCARD"
               PERFORM REPLAY-BUILD-RECORD
               WRITE FS-PERSON
                   INVALID KEY
           EXIT PARAGRAPH
       END-IF.

      * THE FEED GOES OUTSIDE THE BUILDING, SO EVERY ROW IS HELD UP
      * AGAINST THE CONTACT'S DO-NOT-CONTACT PREFERENCES FIRST
       PERFORM OPEN-PREFERENCE-FILE.
       IF WS-PRF-OPEN EQUAL "E"
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO WS-EXT-FILENAME.
       STRING "MAILFEED." DELIMITED BY SIZE
              WS-EXT-DATE DELIMITED BY SIZE
       END-IF.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           PERFORM CLOSE-PREFERENCE-FILE
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-EXT-ROWS.
       MOVE 0 TO WS-EXT-NOMAIL-COUNT.
       MOVE 0 TO WS-EXT-NOEMAIL-COUNT.
       MOVE 0 TO WS-EXT-NOPHONE-COUNT.
       PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
           UNTIL WS-EXT-SUB > WS-EXT-COUNT
           PERFORM EXTRACT-WRITE-ONE-ROW
       END-PERFORM.
       CLOSE EXTRACT-FEED.
       PERFORM CLOSE-PREFERENCE-FILE.

      * A CLEAN RUN CONSUMES THE LOG UP TO THE RUN'S OWN STAMP; AN
      * OVERFLOWED RUN CONSUMES ONLY UP TO THE LAST ENTRY FOLDED
       PERFORM SAVE-EXTRACT-CHECKPOINT.
       DISPLAY WS-EXT-ROWS " changed contacts written to "
               WS-EXT-FILENAME.
       DISPLAY "Left out, no mail....: " WS-EXT-NOMAIL-COUNT
               " (contact opted out of mail)".
       DISPLAY "Emails withheld......: " WS-EXT-NOEMAIL-COUNT
               " (contact opted out of email)".
       DISPLAY "Phones withheld......: " WS-EXT-NOPHONE-COUNT
               " (contact opted out of phone calls)".
       IF WS-EXT-OVERFLOW EQUAL "Y"
           DISPLAY "More than 500 contacts changed since the last "
                   "extract - this feed covers the first 500; run "
           WHEN "ADD"
           WHEN "IMPORT"
           WHEN "MERGE"
           WHEN "REINST"
               MOVE "A" TO WS-EXT-ACTION
           WHEN "UPDATE"
           WHEN "OVERWR"
               MOVE "C" TO WS-EXT-ACTION
      * A VCARD LOAD IS AN ADD, OR A CHANGE WHEN IT REPLACED A
      * CONTACT ALREADY ON FILE
           WHEN "VCARD"
               IF WS-AUD-BEFORE EQUAL SPACES
                   MOVE "A" TO WS-EXT-ACTION
               ELSE
                   MOVE "C" TO WS-EXT-ACTION
               END-IF
           WHEN "DELETE"
           WHEN "QUARAN"
           WHEN "ARCHIV"
               MOVE "D" TO WS-EXT-ACTION
      * A MAIL OPT-OUT TAKES THE CONTACT OFF THE MAILING HOUSE'S
      * LIST; OPTING BACK IN PUTS THEM ON AGAIN
           WHEN "OPTOUT"
               MOVE "D" TO WS-EXT-ACTION
           WHEN "OPTIN"
               MOVE "A" TO WS-EXT-ACTION
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       MOVE WS-EXT-RUN-SEQ TO WS-EXT-DONE-SEQ.


      ******************************************************************
      *  Write the extract table row at WS-EXT-SUB to the feed; an   *
      *  add or change for a contact who opted out of mail is left   *
      *  out, and an opted-out email or phone goes out blank. A      *
      *  delete always goes, so the mailing house drops the contact  *
      ******************************************************************
       EXTRACT-WRITE-ONE-ROW.
       MOVE WS-EXT-I-NAME(WS-EXT-SUB) TO WS-NAME.
       PERFORM CHECK-CONTACT-PREFERENCE.
       IF WS-PRF-NO-MAIL EQUAL "Y"
          AND WS-EXT-I-ACTION(WS-EXT-SUB) NOT EQUAL "D"
           ADD 1 TO WS-EXT-NOMAIL-COUNT
           EXIT PARAGRAPH
       END-IF.
       IF WS-PRF-NO-EMAIL EQUAL "Y"
          AND WS-EXT-I-EMAIL(WS-EXT-SUB) NOT EQUAL SPACES
           MOVE SPACES TO WS-EXT-I-EMAIL(WS-EXT-SUB)
           ADD 1 TO WS-EXT-NOEMAIL-COUNT
       END-IF.
       IF WS-PRF-NO-PHONE EQUAL "Y"
          AND WS-EXT-I-PHONE(WS-EXT-SUB) NOT EQUAL SPACES
           MOVE SPACES TO WS-EXT-I-PHONE(WS-EXT-SUB)
           ADD 1 TO WS-EXT-NOPHONE-COUNT
       END-IF.

       MOVE SPACES TO WS-EXT-LINE.
       STRING WS-EXT-I-ACTION(WS-EXT-SUB) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-EXT-I-FIRSTNAME(WS-EXT-SUB))
                  DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-EXT-I-LASTNAME(WS-EXT-SUB))
                  DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              WS-EXT-I-PHONE(WS-EXT-SUB) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-EXT-I-EMAIL(WS-EXT-SUB))
                  DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-EXT-I-STREET(WS-EXT-SUB))
                  DELIMITED BY SIZE
              INTO WS-EXT-LINE
       END-STRING.
       MOVE WS-EXT-LINE TO FS-EXT-LINE.
       WRITE FS-EXT-LINE
       END-WRITE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
       ELSE
           ADD 1 TO WS-EXT-ROWS
       END-IF.


      ******************************************************************
      *  Produce print-ready mailing labels (LABELS.RPT, two across, *
      *  name line over street line) and a form-letter merge file    *
      *  (MAILMRG.txt) for every contact with a street address who   *
      *  has not opted out of mail, counting the contacts skipped    *
      *  as unaddressable or opted out                               *
      ******************************************************************
       PRINT-MAILING-LABELS.
       OPEN INPUT CONTACT.
           EXIT PARAGRAPH
       END-IF.

       PERFORM OPEN-PREFERENCE-FILE.
       IF WS-PRF-OPEN EQUAL "E"
           CLOSE CONTACT
           EXIT PARAGRAPH
       END-IF.

       OPEN OUTPUT LABEL-REPORT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE CONTACT
           PERFORM CLOSE-PREFERENCE-FILE
           EXIT PARAGRAPH
       END-IF.

       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE CONTACT
           PERFORM CLOSE-PREFERENCE-FILE
           CLOSE LABEL-REPORT
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-LBL-COUNT.
       MOVE 0 TO WS-LBL-SKIP-COUNT.
       MOVE 0 TO WS-LBL-NOMAIL-COUNT.
       MOVE 0 TO WS-MMG-COUNT.
       MOVE 0 TO WS-LBL-LINE-COUNT.
       MOVE 1 TO WS-LBL-PAGE.
           END-READ
       END-PERFORM.
       CLOSE CONTACT.
       PERFORM CLOSE-PREFERENCE-FILE.

      * AN ODD FINAL LABEL STILL HAS TO BE PRINTED
       IF WS-LBL-PENDING EQUAL "Y"
           PERFORM FLUSH-LABEL-PAIR
       END-IF.
       CLOSE LABEL-REPORT.
       MOVE "LABELS" TO WS-RPC-TYPE.
       MOVE "LABELS.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.
       CLOSE MAIL-MERGE-FILE.

       DISPLAY " ".
       DISPLAY "Labels printed.......: " WS-LBL-COUNT.
       DISPLAY "Merge rows written...: " WS-MMG-COUNT.
       DISPLAY "Unaddressable........: " WS-LBL-SKIP-COUNT.
       DISPLAY "Opted out of mail....: " WS-LBL-NOMAIL-COUNT.
       DISPLAY "Labels are in LABELS.RPT (" WS-LBL-PAGE
               " pages), merge file is MAILMRG.txt".

      ******************************************************************
      *  Add the contact in WS-PERSON to the label pair being built  *
      *  and to the merge file, or count it as unaddressable when it *
      *  has no street or as opted out when it refuses mail          *
      ******************************************************************
       LABEL-ONE-CONTACT.
       IF WS-STREET EQUAL SPACES
           ADD 1 TO WS-LBL-SKIP-COUNT
           EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-CONTACT-PREFERENCE.
       IF WS-PRF-NO-MAIL EQUAL "Y"
           ADD 1 TO WS-LBL-NOMAIL-COUNT
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO WS-LBL-NAME-WORK.
       STRING FUNCTION TRIM(WS-FIRSTNAME) DELIMITED BY SIZE

       MOVE 0 TO WS-DUP-COUNT.
       MOVE "N" TO WS-DUP-OVERFLOW.
       PERFORM OPEN-PHONE-FILE.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ CONTACT NEXT RECORD INTO WS-PERSON
           AT END
                   MOVE WS-NAME TO WS-DUP-I-NAME(WS-DUP-COUNT)
                   MOVE WS-PHONENUMBER
                       TO WS-DUP-I-PHONE(WS-DUP-COUNT)
                   PERFORM DUPLICATE-STORE-PHONES
               END-IF
           END-READ
       END-PERFORM.
       CLOSE CONTACT.
       PERFORM CLOSE-PHONE-FILE.

       IF WS-DUP-COUNT < 2
           DISPLAY "Fewer than two contacts on file - nothing to "
       END-STRING.
       PERFORM WRITE-DUPLICATE-LINE.
       CLOSE DUPLICATE-REPORT.
       MOVE "DUPCHECK" TO WS-RPC-TYPE.
       MOVE "DUPCHECK.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY " ".
       DISPLAY "DUPLICATE CHECK".
      ******************************************************************
      *  Compare the table entries at WS-DUP-SUB and WS-DUP-SUB2 and *
      *  report the pair when they look like one person entered      *
      *  twice (names transposed, or any number in common)           *
      ******************************************************************
       COMPARE-DUPLICATE-PAIR.
       MOVE SPACES TO WS-DUP-REASON.
       PERFORM DUPLICATE-SHARED-PHONE.
       EVALUATE TRUE
           WHEN WS-DUP-I-FIRSTNAME(WS-DUP-SUB) EQUAL
                    WS-DUP-I-LASTNAME(WS-DUP-SUB2)
                AND WS-DUP-I-LASTNAME(WS-DUP-SUB) EQUAL
                    WS-DUP-I-FIRSTNAME(WS-DUP-SUB2)
               MOVE "NAMES TRANSPOSED" TO WS-DUP-REASON
           WHEN WS-DUP-SHARED NOT EQUAL 0
               IF WS-DUP-I-LASTNAME(WS-DUP-SUB) EQUAL
                      WS-DUP-I-LASTNAME(WS-DUP-SUB2)
                   MOVE "SAME LAST NAME AND PHONE"
              INTO WS-DUP-LINE
       END-STRING.
       PERFORM WRITE-DUPLICATE-LINE.
      * NAME THE NUMBER WHEN THE MATCH IS NOT ON BOTH PRIMARY NUMBERS
       IF WS-DUP-REASON NOT EQUAL "NAMES TRANSPOSED"
          AND (WS-DUP-SHARED NOT EQUAL WS-DUP-I-PHONE(WS-DUP-SUB)
           OR WS-DUP-SHARED NOT EQUAL WS-DUP-I-PHONE(WS-DUP-SUB2))
           MOVE SPACES TO WS-DUP-LINE
           STRING "   SHARED NUMBER: " DELIMITED BY SIZE
                  WS-DUP-SHARED DELIMITED BY SIZE
                  INTO WS-DUP-LINE
           END-STRING
           PERFORM WRITE-DUPLICATE-LINE
       END-IF.
       MOVE SPACES TO WS-DUP-LINE.
       PERFORM WRITE-DUPLICATE-LINE.

           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION UPPER-CASE(WS-CTG-INPUT) TO WS-CTG-FILTER.
       PERFORM ASK-EXTRA-PHONES.
       PERFORM PRINT-PHONE-DIRECTORY.
       MOVE SPACES TO WS-CTG-FILTER.
       MOVE "N" TO WS-PHN-SHOW.


      ******************************************************************
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION UPPER-CASE(WS-CTG-INPUT) TO WS-CTG-FILTER.
       PERFORM ASK-EXTRA-PHONES.
       PERFORM EXPORT-CONTACTS-CSV.
       MOVE SPACES TO WS-CTG-FILTER.
       MOVE "N" TO WS-PHN-SHOW.


      ******************************************************************
      *  Run the end-of-day housekeeping unattended ("EOD" on the    *
      *  command line): verify, backup, CSV export, directory        *
      *  report, overdue change requests, summary, and removal of    *
      *  expired dated report copies, with each step's outcome in    *
      *  EODLOG.txt and a nonzero return code when any step fails    *
      *  so the scheduler can raise the alarm                        *
      ******************************************************************
       RUN-END-OF-DAY.
       OPEN OUTPUT EOD-LOG.
                  INTO WS-EOD-LINE
           END-STRING
           PERFORM WRITE-EOD-LINE
           MOVE SPACES TO WS-EOD-LINE
           STRING "  EMAILS WITHHELD....: " DELIMITED BY SIZE
                  WS-CSV-NOEMAIL-COUNT DELIMITED BY SIZE
                  INTO WS-EOD-LINE
           END-STRING
           PERFORM WRITE-EOD-LINE
       END-IF.

       MOVE "DIRECTORY" TO WS-EOD-STEP-NAME.
                  INTO WS-EOD-LINE
           END-STRING
           PERFORM WRITE-EOD-LINE
           MOVE SPACES TO WS-EOD-LINE
           STRING "  MARKED DO NOT CALL.: " DELIMITED BY SIZE
                  WS-DIR-NOPHONE-COUNT DELIMITED BY SIZE
                  INTO WS-EOD-LINE
           END-STRING
           PERFORM WRITE-EOD-LINE
       END-IF.

       MOVE "PENDING" TO WS-EOD-STEP-NAME.
       MOVE "Y" TO WS-STEP-OK.
       PERFORM PRINT-PENDING-REPORT.
       PERFORM LOG-EOD-STEP.
       IF WS-STEP-OK EQUAL "Y"
           MOVE SPACES TO WS-EOD-LINE
           STRING "  REQUESTS OVERDUE...: " DELIMITED BY SIZE
                  WS-PND-LIST-COUNT DELIMITED BY SIZE
                  INTO WS-EOD-LINE
           END-STRING
           PERFORM WRITE-EOD-LINE
       END-IF.

       MOVE "SUMMARY" TO WS-EOD-STEP-NAME.
       MOVE "Y" TO WS-STEP-OK.
           PERFORM WRITE-EOD-LINE
       END-IF.

       MOVE "RETAIN" TO WS-EOD-STEP-NAME.
       MOVE "Y" TO WS-STEP-OK.
       PERFORM PURGE-OLD-REPORT-COPIES.
       PERFORM LOG-EOD-STEP.
       IF WS-STEP-OK EQUAL "Y"
           MOVE SPACES TO WS-EOD-LINE
           STRING "  REPORT COPIES KEPT.: " DELIMITED BY SIZE
                  WS-RPC-KEPT DELIMITED BY SIZE
                  INTO WS-EOD-LINE
           END-STRING
           PERFORM WRITE-EOD-LINE
           MOVE SPACES TO WS-EOD-LINE
           STRING "  COPIES REMOVED.....: " DELIMITED BY SIZE
                  WS-RPC-PURGED DELIMITED BY SIZE
                  " (OLDER THAN " DELIMITED BY SIZE
                  WS-RPC-RETAIN-DAYS DELIMITED BY SIZE
                  " DAYS)" DELIMITED BY SIZE
                  INTO WS-EOD-LINE
           END-STRING
           PERFORM WRITE-EOD-LINE
       END-IF.

       MOVE SPACES TO WS-EOD-LINE.
       PERFORM WRITE-EOD-LINE.
       MOVE SPACES TO WS-EOD-LINE.
       END-STRING.
       PERFORM WRITE-EOD-LINE.
       CLOSE EOD-LOG.
       MOVE "EODLOG" TO WS-RPC-TYPE.
       MOVE "EODLOG.txt" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       IF WS-EOD-FAILS > 0
           MOVE 8 TO RETURN-CODE
           MOVE 0 TO FS-BIRTHDAY
       END-IF.



      ******************************************************************
      *  Add and view the dated notes kept for one contact in        *
      *  NOTES.txt, and close off follow-ups that have been done; a  *
      *  note may carry a follow-up due date for the tickler report  *
      ******************************************************************
       MAINTAIN-CONTACT-NOTES.
       DISPLAY "First name of contact: ".
       ACCEPT WS-SEL-FIRSTNAME.
       DISPLAY "Last name of contact: ".
       ACCEPT WS-SEL-LASTNAME.
       MOVE WS-SEL-LASTNAME TO WS-LASTNAME.
       MOVE WS-SEL-FIRSTNAME TO WS-FIRSTNAME.
       PERFORM CHECK-DUPLICATE-CONTACT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       IF WS-DUP-FOUND NOT EQUAL "Y"
           DISPLAY "No matching contact found"
           EXIT PARAGRAPH
       END-IF.

       OPEN I-O NOTES-FILE.
       IF FS-NOT-FOUND
           OPEN OUTPUT NOTES-FILE
           CLOSE NOTES-FILE
           OPEN I-O NOTES-FILE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

       PERFORM LIST-CONTACT-NOTES.

       MOVE "N" TO WS-NTE-DONE.
       PERFORM UNTIL WS-NTE-DONE = "Y"
           DISPLAY "Add a note or close a follow-up (A/C, blank "
                   "when done): "
           MOVE SPACES TO WS-NTE-ANSWER
           ACCEPT WS-NTE-ANSWER
           EVALUATE WS-NTE-ANSWER
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-CONTACT-NOTE
               WHEN "C"
               WHEN "c"
                   PERFORM CLOSE-CONTACT-FOLLOWUP
               WHEN SPACE
                   MOVE "Y" TO WS-NTE-DONE
               WHEN OTHER
                   DISPLAY "Reply A, C, or blank"
           END-EVALUATE
       END-PERFORM.
       CLOSE NOTES-FILE.


      ******************************************************************
      *  List the notes kept for the contact in WS-NAME, oldest      *
      *  first; the notes file must already be open                  *
      ******************************************************************
       LIST-CONTACT-NOTES.
       MOVE 0 TO WS-NTE-LIST-COUNT.
       MOVE "N" TO WS-NTE-DONE.
       MOVE WS-LASTNAME TO FS-NTE-LASTNAME.
       MOVE WS-FIRSTNAME TO FS-NTE-FIRSTNAME.
       MOVE SPACES TO FS-NTE-DATE.
       MOVE SPACES TO FS-NTE-TIME.
       START NOTES-FILE KEY IS NOT LESS THAN FS-NTE-KEY
           INVALID KEY
               MOVE "Y" TO WS-NTE-DONE
       END-START.
       PERFORM UNTIL WS-NTE-DONE = "Y"
           READ NOTES-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-NTE-DONE
           NOT AT END
               IF FS-NTE-NAME NOT EQUAL WS-NAME
                   MOVE "Y" TO WS-NTE-DONE
               ELSE
                   ADD 1 TO WS-NTE-LIST-COUNT
                   PERFORM DISPLAY-NOTE-ENTRY
               END-IF
           END-READ
       END-PERFORM.
       IF WS-NTE-LIST-COUNT = 0
           DISPLAY WS-NAME " has no notes on file"
       END-IF.


      ******************************************************************
      *  Display the note in FS-NTE-RECORD with its follow-up state  *
      ******************************************************************
       DISPLAY-NOTE-ENTRY.
       DISPLAY FS-NTE-DATE " " FS-NTE-TIME " " FS-NTE-OPERATOR.
       DISPLAY "   " FUNCTION TRIM(FS-NTE-TEXT).
       IF NTE-FOLLOWUP-OPEN
           DISPLAY "   follow-up due " FS-NTE-DUE-DATE " - open"
       END-IF.
       IF NTE-FOLLOWUP-DONE
           DISPLAY "   follow-up due " FS-NTE-DUE-DATE " - done "
                   FS-NTE-DONE-DATE " by " FS-NTE-DONE-BY
       END-IF.


      ******************************************************************
      *  Add a note for the contact in WS-NAME, stamped with the     *
      *  date, time, and operator; the notes file must already be    *
      *  open for update                                             *
      ******************************************************************
       ADD-CONTACT-NOTE.
       DISPLAY "Note: ".
       MOVE SPACES TO WS-NTE-TEXT-INPUT.
       ACCEPT WS-NTE-TEXT-INPUT.
       IF WS-NTE-TEXT-INPUT EQUAL SPACES
           DISPLAY "No note entered"
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-NTE-DATE-OK.
       PERFORM UNTIL WS-NTE-DATE-OK = "Y"
           DISPLAY "Follow-up due date (YYYYMMDD, blank for none): "
           MOVE SPACES TO WS-NTE-DUE-INPUT
           ACCEPT WS-NTE-DUE-INPUT
           IF WS-NTE-DUE-INPUT EQUAL SPACES
               MOVE "Y" TO WS-NTE-DATE-OK
           ELSE
               MOVE WS-NTE-DUE-INPUT TO WS-NTE-DATE-INPUT
               PERFORM CHECK-NOTE-DATE
               IF WS-NTE-DATE-OK NOT EQUAL "Y"
                   DISPLAY "Invalid date - must be a real YYYYMMDD "
                           "date or blank"
               END-IF
           END-IF
       END-PERFORM.

       MOVE WS-LASTNAME TO FS-NTE-LASTNAME.
       MOVE WS-FIRSTNAME TO FS-NTE-FIRSTNAME.
       ACCEPT FS-NTE-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE WS-TIME-RAW(1:6) TO FS-NTE-TIME.
       MOVE WS-OPR-ID TO FS-NTE-OPERATOR.
       MOVE WS-NTE-TEXT-INPUT TO FS-NTE-TEXT.
       MOVE WS-NTE-DUE-INPUT TO FS-NTE-DUE-DATE.
       IF WS-NTE-DUE-INPUT EQUAL SPACES
           MOVE SPACE TO FS-NTE-STATUS
       ELSE
           MOVE "O" TO FS-NTE-STATUS
       END-IF.
       MOVE SPACES TO FS-NTE-DONE-DATE.
       MOVE SPACES TO FS-NTE-DONE-BY.
       WRITE FS-NTE-RECORD
           INVALID KEY
               DISPLAY "A note was already added this second - "
                       "try again"
           NOT INVALID KEY
               DISPLAY "Note added " FS-NTE-DATE " " FS-NTE-TIME
       END-WRITE.


      ******************************************************************
      *  Mark the open follow-up on one of the contact's notes as    *
      *  done; the note is picked by its date and time stamp and the *
      *  notes file must already be open for update                  *
      ******************************************************************
       CLOSE-CONTACT-FOLLOWUP.
       DISPLAY "Date of the note (YYYYMMDD): ".
       MOVE SPACES TO WS-NTE-DATE-INPUT.
       ACCEPT WS-NTE-DATE-INPUT.
       DISPLAY "Time of the note (HHMMSS): ".
       MOVE SPACES TO WS-NTE-TIME-INPUT.
       ACCEPT WS-NTE-TIME-INPUT.
       MOVE WS-LASTNAME TO FS-NTE-LASTNAME.
       MOVE WS-FIRSTNAME TO FS-NTE-FIRSTNAME.
       MOVE WS-NTE-DATE-INPUT TO FS-NTE-DATE.
       MOVE WS-NTE-TIME-INPUT TO FS-NTE-TIME.
       READ NOTES-FILE
           INVALID KEY
               DISPLAY "No note for this contact at that date "
                       "and time"
               EXIT PARAGRAPH
       END-READ.
       IF NOT NTE-FOLLOWUP-OPEN
           DISPLAY "That note has no open follow-up"
           EXIT PARAGRAPH
       END-IF.
       MOVE "C" TO FS-NTE-STATUS.
       ACCEPT FS-NTE-DONE-DATE FROM DATE YYYYMMDD.
       MOVE WS-OPR-ID TO FS-NTE-DONE-BY.
       REWRITE FS-NTE-RECORD
           INVALID KEY
               PERFORM DISPLAY-FILE-ERROR
           NOT INVALID KEY
               DISPLAY "Follow-up closed"
       END-REWRITE.


      ******************************************************************
      *  Set WS-NTE-DATE-OK to "Y" when WS-NTE-DATE-INPUT holds a    *
      *  real calendar date in YYYYMMDD form                         *
      ******************************************************************
       CHECK-NOTE-DATE.
       MOVE "N" TO WS-NTE-DATE-OK.
       IF WS-NTE-DATE-INPUT IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NTE-DATE-INPUT TO WS-NTE-DATE-NUM.
      * AN IMPOSSIBLE DATE LIKE 0431 COMES BACK AS ZERO
       MOVE FUNCTION INTEGER-OF-DATE(WS-NTE-DATE-NUM)
           TO WS-NTE-DATE-INT.
       IF WS-NTE-DATE-INT NOT EQUAL 0
           MOVE "Y" TO WS-NTE-DATE-OK
       END-IF.


      ******************************************************************
      *  Report every open follow-up due on or before a given date   *
      *  to FOLLOWUP.RPT, ordered by due date, with the contact's    *
      *  phone from the contact file                                 *
      ******************************************************************
       PRINT-FOLLOWUP-REPORT.
       ACCEPT WS-BDY-TODAY FROM DATE YYYYMMDD.
       DISPLAY "Follow-ups due on or before (YYYYMMDD, blank for "
               "today): ".
       MOVE SPACES TO WS-NTE-DATE-INPUT.
       ACCEPT WS-NTE-DATE-INPUT.
       IF WS-NTE-DATE-INPUT EQUAL SPACES
           MOVE WS-BDY-TODAY TO WS-NTE-DATE-INPUT
       END-IF.
       PERFORM CHECK-NOTE-DATE.
       IF WS-NTE-DATE-OK NOT EQUAL "Y"
           DISPLAY "Invalid date - must be a real YYYYMMDD date"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NTE-DATE-INPUT TO WS-FUP-DUE-BY.

       OPEN INPUT NOTES-FILE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "No notes on file (status " WS-FILESTATUS ")"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-FUP-COUNT.
       MOVE "N" TO WS-FUP-FULL-WARNED.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ NOTES-FILE NEXT RECORD
           AT END MOVE 10 TO WS-FILESTATUS
           NOT AT END PERFORM FOLLOWUP-ONE-NOTE
           END-READ
       END-PERFORM.
       CLOSE NOTES-FILE.

       PERFORM SORT-FOLLOWUP-TABLE.

      * THE PHONE IS LOOKED UP AT REPORT TIME RATHER THAN KEPT ON THE
      * NOTE, SO THE REPORT SHOWS THE NUMBER ON FILE TODAY
       OPEN INPUT CONTACT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

       OPEN OUTPUT FOLLOWUP-REPORT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE CONTACT
           EXIT PARAGRAPH
       END-IF.

       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE SPACES TO WS-FUP-LINE.
       STRING "FOLLOW-UPS DUE ON OR BEFORE " DELIMITED BY SIZE
              WS-FUP-DUE-BY DELIMITED BY SIZE
              "  RUN " DELIMITED BY SIZE
              WS-BDY-TODAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIME-RAW(1:6) DELIMITED BY SIZE
              INTO WS-FUP-LINE
       END-STRING.
       PERFORM WRITE-FOLLOWUP-LINE.
       MOVE SPACES TO WS-FUP-LINE.
       PERFORM WRITE-FOLLOWUP-LINE.
       MOVE WS-FUP-COLUMNS TO WS-FUP-LINE.
       PERFORM WRITE-FOLLOWUP-LINE.

       PERFORM VARYING WS-FUP-SUB FROM 1 BY 1
           UNTIL WS-FUP-SUB > WS-FUP-COUNT
           PERFORM FOLLOWUP-REPORT-ENTRY
       END-PERFORM.
       CLOSE CONTACT.

       MOVE SPACES TO WS-FUP-LINE.
       PERFORM WRITE-FOLLOWUP-LINE.
       MOVE SPACES TO WS-FUP-LINE.
       STRING "FOLLOW-UPS LISTED....: " DELIMITED BY SIZE
              WS-FUP-COUNT DELIMITED BY SIZE
              INTO WS-FUP-LINE
       END-STRING.
       PERFORM WRITE-FOLLOWUP-LINE.
       CLOSE FOLLOWUP-REPORT.
       MOVE "FOLLOWUP" TO WS-RPC-TYPE.
       MOVE "FOLLOWUP.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY WS-FUP-COUNT " follow-ups due by " WS-FUP-DUE-BY
               ", report in FOLLOWUP.RPT".


      ******************************************************************
      *  Table the note in FS-NTE-RECORD when its follow-up is still *
      *  open and falls due by the report date                       *
      ******************************************************************
       FOLLOWUP-ONE-NOTE.
       IF NOT NTE-FOLLOWUP-OPEN
           EXIT PARAGRAPH
       END-IF.
       IF FS-NTE-DUE-DATE > WS-FUP-DUE-BY
           EXIT PARAGRAPH
       END-IF.
       IF WS-FUP-COUNT >= 200
           IF WS-FUP-FULL-WARNED NOT EQUAL "Y"
               DISPLAY "Warning: more than 200 follow-ups due - "
                       "report is incomplete"
               MOVE "Y" TO WS-FUP-FULL-WARNED
           END-IF
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-FUP-COUNT.
       MOVE FS-NTE-DUE-DATE TO WS-FUP-I-DUE(WS-FUP-COUNT).
       MOVE FS-NTE-NAME TO WS-FUP-I-NAME(WS-FUP-COUNT).
       MOVE FS-NTE-DATE TO WS-FUP-I-NOTE-DATE(WS-FUP-COUNT).
       MOVE FS-NTE-OPERATOR TO WS-FUP-I-OPERATOR(WS-FUP-COUNT).
       MOVE FS-NTE-TEXT TO WS-FUP-I-TEXT(WS-FUP-COUNT).


      ******************************************************************
      *  Order the follow-up table by due date, then by name, with a *
      *  simple exchange sort                                        *
      ******************************************************************
       SORT-FOLLOWUP-TABLE.
       PERFORM VARYING WS-FUP-SUB FROM 1 BY 1
           UNTIL WS-FUP-SUB >= WS-FUP-COUNT
           PERFORM VARYING WS-FUP-SUB2 FROM WS-FUP-SUB BY 1
               UNTIL WS-FUP-SUB2 > WS-FUP-COUNT
               IF WS-FUP-ITEM(WS-FUP-SUB2) < WS-FUP-ITEM(WS-FUP-SUB)
                   MOVE WS-FUP-ITEM(WS-FUP-SUB) TO WS-FUP-SWAP
                   MOVE WS-FUP-ITEM(WS-FUP-SUB2)
                       TO WS-FUP-ITEM(WS-FUP-SUB)
                   MOVE WS-FUP-SWAP TO WS-FUP-ITEM(WS-FUP-SUB2)
               END-IF
           END-PERFORM
       END-PERFORM.


      ******************************************************************
      *  Print the follow-up at WS-FUP-SUB with the contact's phone  *
      *  and the note text beneath; the contact file must already be *
      *  open                                                        *
      ******************************************************************
       FOLLOWUP-REPORT-ENTRY.
       MOVE SPACES TO WS-FUP-DETAIL.
       MOVE WS-FUP-I-DUE(WS-FUP-SUB) TO WS-FUP-D-DUE.
       MOVE WS-FUP-I-LASTNAME(WS-FUP-SUB) TO WS-FUP-D-LASTNAME.
       MOVE WS-FUP-I-FIRSTNAME(WS-FUP-SUB) TO WS-FUP-D-FIRSTNAME.
       MOVE WS-FUP-I-OPERATOR(WS-FUP-SUB) TO WS-FUP-D-OPERATOR.
       MOVE WS-FUP-I-LASTNAME(WS-FUP-SUB) TO FS-LASTNAME.
       MOVE WS-FUP-I-FIRSTNAME(WS-FUP-SUB) TO FS-FIRSTNAME.
       READ CONTACT
           INVALID KEY
               MOVE "NO CONTACT" TO WS-FUP-D-PHONE
           NOT INVALID KEY
               MOVE FS-PHONENUMBER TO WS-FUP-D-PHONE
       END-READ.
       MOVE WS-FUP-DETAIL TO WS-FUP-LINE.
       PERFORM WRITE-FOLLOWUP-LINE.
       MOVE SPACES TO WS-FUP-NOTE-LINE.
       MOVE WS-FUP-I-NOTE-DATE(WS-FUP-SUB) TO WS-FUP-N-DATE.
       MOVE WS-FUP-I-TEXT(WS-FUP-SUB) TO WS-FUP-N-TEXT.
       MOVE WS-FUP-NOTE-LINE TO WS-FUP-LINE.
       PERFORM WRITE-FOLLOWUP-LINE.


      ******************************************************************
      *  Write the line in WS-FUP-LINE to the follow-up report       *
      ******************************************************************
       WRITE-FOLLOWUP-LINE.
       MOVE WS-FUP-LINE TO FS-FUP-LINE.
       WRITE FS-FUP-LINE
       END-WRITE.


      ******************************************************************
      *  Move the notes kept for the contact in WS-SCAN-NAME out of  *
      *  NOTES.txt into NOTES.ARC when the contact is deleted, so no *
      *  note is left behind for a contact that is gone; the number  *
      *  moved is left in WS-NTE-ARC-COUNT                           *
      ******************************************************************
       ARCHIVE-CONTACT-NOTES.
       MOVE 0 TO WS-NTE-ARC-COUNT.
       OPEN I-O NOTES-FILE.
       IF FS-NOT-FOUND
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: notes not archived (status "
                   WS-FILESTATUS ")"
           EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND NOTES-ARCHIVE.
       IF FS-NOT-FOUND
           OPEN OUTPUT NOTES-ARCHIVE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: notes not archived (status "
                   WS-FILESTATUS ")"
           CLOSE NOTES-FILE
           EXIT PARAGRAPH
       END-IF.

       MOVE "N" TO WS-NTE-DONE.
       MOVE WS-SCAN-NAME TO FS-NTE-NAME.
       MOVE SPACES TO FS-NTE-DATE.
       MOVE SPACES TO FS-NTE-TIME.
       START NOTES-FILE KEY IS NOT LESS THAN FS-NTE-KEY
           INVALID KEY
               MOVE "Y" TO WS-NTE-DONE
       END-START.
       PERFORM UNTIL WS-NTE-DONE = "Y"
           READ NOTES-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-NTE-DONE
           NOT AT END
               IF FS-NTE-NAME NOT EQUAL WS-SCAN-NAME
                   MOVE "Y" TO WS-NTE-DONE
               ELSE
                   PERFORM ARCHIVE-ONE-NOTE
               END-IF
           END-READ
       END-PERFORM.
       CLOSE NOTES-FILE.
       CLOSE NOTES-ARCHIVE.
      * CALLERS RUN THIS INSIDE THEIR OWN READ LOOPS - DO NOT HAND
      * BACK THE END-OF-FILE STATUS FROM THE NOTES FILE
       MOVE 0 TO WS-FILESTATUS.


      ******************************************************************
      *  Copy the note in FS-NTE-RECORD to the notes archive and     *
      *  remove it from the live notes file                          *
      ******************************************************************
       ARCHIVE-ONE-NOTE.
       MOVE FS-NTE-RECORD TO FS-NAR-NOTE.
       ACCEPT FS-NAR-DATE FROM DATE YYYYMMDD.
       MOVE WS-OPR-ID TO FS-NAR-OPERATOR.
       WRITE FS-NAR-RECORD
       END-WRITE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: note not archived (status "
                   WS-FILESTATUS ") - left in NOTES.txt"
           MOVE "Y" TO WS-NTE-DONE
           EXIT PARAGRAPH
       END-IF.
       DELETE NOTES-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-NTE-ARC-COUNT
       END-DELETE.


      ******************************************************************
      *  Open PREFS.txt for lookups during an outbound run; with no  *
      *  file on record nobody has opted out of anything. Any other  *
      *  open error refuses the run (WS-PRF-OPEN "E") rather than    *
      *  send a file that may include opted-out contacts             *
      ******************************************************************
       OPEN-PREFERENCE-FILE.
       MOVE "N" TO WS-PRF-OPEN.
       OPEN INPUT PREFERENCE-FILE.
       IF FS-NOT-FOUND
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           MOVE "E" TO WS-PRF-OPEN
           EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-PRF-OPEN.


      ******************************************************************
      *  Close PREFS.txt if OPEN-PREFERENCE-FILE opened it           *
      ******************************************************************
       CLOSE-PREFERENCE-FILE.
       IF WS-PRF-OPEN EQUAL "Y"
           CLOSE PREFERENCE-FILE
       END-IF.
       MOVE "N" TO WS-PRF-OPEN.


      ******************************************************************
      *  Look up the do-not-contact flags for the contact in WS-NAME *
      *  (no record on file means every channel is allowed)          *
      ******************************************************************
       CHECK-CONTACT-PREFERENCE.
       MOVE "N" TO WS-PRF-NO-MAIL.
       MOVE "N" TO WS-PRF-NO-EMAIL.
       MOVE "N" TO WS-PRF-NO-PHONE.
       IF WS-PRF-OPEN NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NAME TO FS-PRF-NAME.
       READ PREFERENCE-FILE
           INVALID KEY
      * A MISSING RECORD MUST NOT LOOK LIKE AN ERROR TO THE CALLER'S
      * OWN READ LOOP
               MOVE 0 TO WS-FILESTATUS
           NOT INVALID KEY
               MOVE FS-PRF-NO-MAIL TO WS-PRF-NO-MAIL
               MOVE FS-PRF-NO-EMAIL TO WS-PRF-NO-EMAIL
               MOVE FS-PRF-NO-PHONE TO WS-PRF-NO-PHONE
       END-READ.


      ******************************************************************
      *  Show and change a contact's do-not-contact preferences for  *
      *  mail, email, and phone; each change is stamped with the     *
      *  date and operator, and a mail change is written to the      *
      *  audit log so the mailing-house extract picks it up          *
      ******************************************************************
       MAINTAIN-CONTACT-PREFERENCES.
       DISPLAY "First name of contact: ".
       ACCEPT WS-SEL-FIRSTNAME.
       DISPLAY "Last name of contact: ".
       ACCEPT WS-SEL-LASTNAME.
       MOVE WS-SEL-LASTNAME TO WS-LASTNAME.
       MOVE WS-SEL-FIRSTNAME TO WS-FIRSTNAME.
       PERFORM CHECK-DUPLICATE-CONTACT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       IF WS-DUP-FOUND NOT EQUAL "Y"
           DISPLAY "No matching contact found"
           EXIT PARAGRAPH
       END-IF.

       OPEN I-O PREFERENCE-FILE.
       IF FS-NOT-FOUND
           OPEN OUTPUT PREFERENCE-FILE
           CLOSE PREFERENCE-FILE
           OPEN I-O PREFERENCE-FILE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

       MOVE "Y" TO WS-PRF-ON-FILE.
       MOVE WS-NAME TO FS-PRF-NAME.
       READ PREFERENCE-FILE
           INVALID KEY
               MOVE "N" TO WS-PRF-ON-FILE
       END-READ.
       IF WS-PRF-ON-FILE EQUAL "N"
           MOVE SPACES TO FS-PRF-RECORD
           MOVE WS-NAME TO FS-PRF-NAME
           MOVE "N" TO FS-PRF-NO-MAIL
           MOVE "N" TO FS-PRF-NO-EMAIL
           MOVE "N" TO FS-PRF-NO-PHONE
       END-IF.

       MOVE "N" TO WS-PRF-CHANGED.
       MOVE FS-PRF-NO-MAIL TO WS-PRF-MAIL-WAS.

       MOVE FS-PRF-MAIL TO WS-PRF-WORK.
       MOVE "mail" TO WS-PRF-LABEL.
       PERFORM ASK-CONTACT-PREFERENCE.
       MOVE WS-PRF-WORK TO FS-PRF-MAIL.

       MOVE FS-PRF-EMAIL TO WS-PRF-WORK.
       MOVE "email" TO WS-PRF-LABEL.
       PERFORM ASK-CONTACT-PREFERENCE.
       MOVE WS-PRF-WORK TO FS-PRF-EMAIL.

       MOVE FS-PRF-PHONE TO WS-PRF-WORK.
       MOVE "phone calls" TO WS-PRF-LABEL.
       PERFORM ASK-CONTACT-PREFERENCE.
       MOVE WS-PRF-WORK TO FS-PRF-PHONE.

       IF WS-PRF-CHANGED NOT EQUAL "Y"
           DISPLAY "Preferences unchanged"
           CLOSE PREFERENCE-FILE
           EXIT PARAGRAPH
       END-IF.

       IF WS-PRF-ON-FILE EQUAL "Y"
           REWRITE FS-PRF-RECORD
           END-REWRITE
       ELSE
           WRITE FS-PRF-RECORD
           END-WRITE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE PREFERENCE-FILE
           EXIT PARAGRAPH
       END-IF.
       CLOSE PREFERENCE-FILE.
       DISPLAY "Preferences saved for " WS-NAME.

      * A MAIL OPT-OUT IS LOGGED WITH THE CONTACT'S DETAILS AS THE
      * BEFORE-IMAGE (THE EXTRACT SENDS A DELETE); OPTING BACK IN
      * LOGS THEM AS THE AFTER-IMAGE (THE EXTRACT SENDS AN ADD)
       IF FS-PRF-NO-MAIL NOT EQUAL WS-PRF-MAIL-WAS
           MOVE WS-NAME TO WS-AUD-NAME
           IF FS-PRF-NO-MAIL EQUAL "Y"
               MOVE "OPTOUT" TO WS-AUD-ACTION
               PERFORM AUDIT-SET-BEFORE
               MOVE SPACES TO WS-AUD-AFTER
           ELSE
               MOVE "OPTIN" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE WS-SCAN-PERSON TO WS-PERSON
               PERFORM AUDIT-SET-AFTER
           END-IF
           PERFORM WRITE-AUDIT-RECORD
       END-IF.


      ******************************************************************
      *  Show one channel's setting (in WS-PRF-WORK, named by        *
      *  WS-PRF-LABEL) and take a Y/N answer; blank keeps it as is.  *
      *  A change is stamped with today's date and the operator      *
      ******************************************************************
       ASK-CONTACT-PREFERENCE.
       IF WS-PRF-W-FLAG EQUAL "Y"
           DISPLAY "Do not contact by " FUNCTION TRIM(WS-PRF-LABEL)
                   " - set " WS-PRF-W-DATE " by " WS-PRF-W-OPR
       ELSE
           DISPLAY "Contact by " FUNCTION TRIM(WS-PRF-LABEL)
                   " allowed"
       END-IF.
       DISPLAY "Do not contact by " FUNCTION TRIM(WS-PRF-LABEL)
               "? (Y/N, blank to keep): ".
       MOVE SPACES TO WS-PRF-ANSWER.
       ACCEPT WS-PRF-ANSWER.
       MOVE FUNCTION UPPER-CASE(WS-PRF-ANSWER) TO WS-PRF-ANSWER.
       IF WS-PRF-ANSWER NOT EQUAL "Y" AND NOT EQUAL "N"
           EXIT PARAGRAPH
       END-IF.
       IF WS-PRF-ANSWER EQUAL "Y" AND WS-PRF-W-FLAG EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       IF WS-PRF-ANSWER EQUAL "N" AND WS-PRF-W-FLAG NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PRF-ANSWER TO WS-PRF-W-FLAG.
       ACCEPT WS-PRF-W-DATE FROM DATE YYYYMMDD.
       MOVE WS-OPR-ID TO WS-PRF-W-OPR.
       MOVE "Y" TO WS-PRF-CHANGED.


      ******************************************************************
      *  Queue a delete or overwrite (WS-PND-ACTION) asked for by an *
      *  operator without supervisor authority. The contact as it   *
      *  stands is in WS-SCAN-PERSON and, for an overwrite, the new  *
      *  details are in WS-PERSON; nothing is changed until a        *
      *  supervisor approves the request                             *
      ******************************************************************
       QUEUE-PENDING-CHANGE.
       MOVE "N" TO WS-PND-QUEUED.
       OPEN I-O PENDING-FILE.
       IF FS-NOT-FOUND
           OPEN OUTPUT PENDING-FILE
           CLOSE PENDING-FILE
           OPEN I-O PENDING-FILE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

      * ONE OUTSTANDING REQUEST PER CONTACT - A SECOND WOULD ONLY BE
      * REJECTED AS STALE ONCE THE FIRST WAS APPLIED
       PERFORM FIND-OUTSTANDING-REQUEST.
       IF WS-PND-OUTSTANDING EQUAL "Y"
           DISPLAY "A change to " FUNCTION TRIM(WS-SCAN-FIRSTNAME)
                   " " FUNCTION TRIM(WS-SCAN-LASTNAME)
                   " is already awaiting supervisor approval"
           CLOSE PENDING-FILE
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO FS-PND-RECORD.
       ACCEPT FS-PND-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE WS-TIME-RAW(1:6) TO FS-PND-TIME.
       MOVE WS-SCAN-NAME TO FS-PND-NAME.
       MOVE WS-OPR-ID TO FS-PND-REQUESTER.
       MOVE WS-PND-ACTION TO FS-PND-ACTION.
       MOVE WS-SCAN-PERSON TO FS-PND-OLD-PERSON.
       IF WS-PND-ACTION NOT EQUAL "DELETE"
           MOVE WS-PERSON TO FS-PND-NEW-PERSON
       END-IF.
       MOVE "P" TO FS-PND-STATUS.
       WRITE FS-PND-RECORD
           INVALID KEY
               PERFORM DISPLAY-FILE-ERROR
           NOT INVALID KEY
               MOVE "Y" TO WS-PND-QUEUED
               DISPLAY FUNCTION TRIM(WS-PND-ACTION) " of "
                       FUNCTION TRIM(WS-SCAN-FIRSTNAME) " "
                       FUNCTION TRIM(WS-SCAN-LASTNAME)
                       " needs supervisor approval - request queued"
       END-WRITE.
       CLOSE PENDING-FILE.


      ******************************************************************
      *  Look through the pending-changes file for a request still   *
      *  awaiting review for the contact in WS-SCAN-NAME; the file   *
      *  must already be open                                        *
      ******************************************************************
       FIND-OUTSTANDING-REQUEST.
       MOVE "N" TO WS-PND-OUTSTANDING.
       MOVE "N" TO WS-PND-DONE.
       MOVE LOW-VALUES TO FS-PND-KEY.
       START PENDING-FILE KEY IS NOT LESS THAN FS-PND-KEY
           INVALID KEY
               MOVE "Y" TO WS-PND-DONE
       END-START.
       PERFORM UNTIL WS-PND-DONE = "Y"
           READ PENDING-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PND-DONE
           NOT AT END
               IF PND-AWAITING
                  AND FS-PND-NAME EQUAL WS-SCAN-NAME
                   MOVE "Y" TO WS-PND-OUTSTANDING
                   MOVE "Y" TO WS-PND-DONE
               END-IF
           END-READ
       END-PERFORM.


      ******************************************************************
      *  Supervisor review of the queued deletes and overwrites,     *
      *  oldest first: each is approved (and applied), rejected with *
      *  a reason, or skipped for later. Decided requests stay on    *
      *  file with the reviewer and the time of the decision         *
      ******************************************************************
       REVIEW-PENDING-CHANGES.
       IF NOT OPR-SUPERVISOR
           DISPLAY "Reviewing change requests needs supervisor "
                   "authority"
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O PENDING-FILE.
       IF FS-NOT-FOUND
           DISPLAY "No change requests on file"
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-PND-SHOWN-COUNT.
       MOVE 0 TO WS-PND-APPROVED-COUNT.
       MOVE 0 TO WS-PND-REJECTED-COUNT.
       MOVE "N" TO WS-PND-DONE.
       MOVE LOW-VALUES TO FS-PND-KEY.
       START PENDING-FILE KEY IS NOT LESS THAN FS-PND-KEY
           INVALID KEY
               MOVE "Y" TO WS-PND-DONE
       END-START.
       PERFORM UNTIL WS-PND-DONE = "Y"
           READ PENDING-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PND-DONE
           NOT AT END
               IF PND-AWAITING
                   PERFORM REVIEW-ONE-REQUEST
               END-IF
           END-READ
       END-PERFORM.
       CLOSE PENDING-FILE.

       IF WS-PND-SHOWN-COUNT EQUAL 0
           DISPLAY "No change requests awaiting approval"
       ELSE
           DISPLAY WS-PND-APPROVED-COUNT " approved, "
                   WS-PND-REJECTED-COUNT " rejected of "
                   WS-PND-SHOWN-COUNT " reviewed"
       END-IF.


      ******************************************************************
      *  Show the request in FS-PND-RECORD and take the supervisor's *
      *  decision: A approve, R reject, S skip, Q stop reviewing     *
      ******************************************************************
       REVIEW-ONE-REQUEST.
       ADD 1 TO WS-PND-SHOWN-COUNT.
       PERFORM DISPLAY-PENDING-REQUEST.
       MOVE SPACES TO WS-PND-ANSWER.
       PERFORM UNTIL WS-PND-ANSWER EQUAL "A" OR "R" OR "S" OR "Q"
           DISPLAY "Approve, reject, skip, or quit (A/R/S/Q): "
           ACCEPT WS-PND-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-PND-ANSWER) TO WS-PND-ANSWER
       END-PERFORM.

       EVALUATE WS-PND-ANSWER
           WHEN "A"
               PERFORM APPLY-PENDING-CHANGE
               IF WS-PND-APPLIED EQUAL "Y"
                   MOVE "A" TO FS-PND-STATUS
                   PERFORM CLOSE-PENDING-REQUEST
                   ADD 1 TO WS-PND-APPROVED-COUNT
               ELSE
      * A CONTACT THAT CHANGED OR WENT AFTER THE REQUEST WAS MADE IS
      * LEFT ALONE AND THE REQUEST IS TURNED DOWN AS STALE; A LOCK OR
      * BACKUP FAILURE LEAVES IT WAITING FOR ANOTHER TRY
                   IF WS-PND-REASON NOT EQUAL SPACES
                       DISPLAY "Request not applied - "
                               FUNCTION TRIM(WS-PND-REASON)
                       MOVE "R" TO FS-PND-STATUS
                       PERFORM CLOSE-PENDING-REQUEST
                       ADD 1 TO WS-PND-REJECTED-COUNT
                   ELSE
                       DISPLAY "Request not applied - left waiting"
                   END-IF
               END-IF
           WHEN "R"
               MOVE SPACES TO WS-PND-REASON
               PERFORM UNTIL WS-PND-REASON NOT EQUAL SPACES
                   DISPLAY "Reason for rejecting: "
                   ACCEPT WS-PND-REASON
               END-PERFORM
               MOVE "R" TO FS-PND-STATUS
               PERFORM CLOSE-PENDING-REQUEST
               ADD 1 TO WS-PND-REJECTED-COUNT
               DISPLAY "Request rejected"
           WHEN "Q"
               MOVE "Y" TO WS-PND-DONE
       END-EVALUATE.


      ******************************************************************
      *  Display the request in FS-PND-RECORD with the contact as it *
      *  was when asked for and, for an overwrite, the new details   *
      ******************************************************************
       DISPLAY-PENDING-REQUEST.
       DISPLAY " ".
       DISPLAY FS-PND-ACTION " requested " FS-PND-DATE " "
               FS-PND-TIME " by " FS-PND-REQUESTER.
       MOVE FS-PND-OLD-PERSON TO WS-PERSON.
       DISPLAY "  Contact as it stood:".
       PERFORM DISPLAY-CONTACT-LINE.
       IF FS-PND-ACTION NOT EQUAL "DELETE"
           MOVE FS-PND-NEW-PERSON TO WS-PERSON
           DISPLAY "  To be replaced with:"
           PERFORM DISPLAY-CONTACT-LINE
       END-IF.


      ******************************************************************
      *  Apply the approved request in FS-PND-RECORD with the lock,  *
      *  backup, and audit handling the change gets when made        *
      *  directly; the audit entry names the requester and the      *
      *  approving supervisor. WS-PND-APPLIED is "Y" when done; a    *
      *  stale request is refused with the reason in WS-PND-REASON   *
      ******************************************************************
       APPLY-PENDING-CHANGE.
       MOVE "N" TO WS-PND-APPLIED.
       MOVE SPACES TO WS-PND-REASON.
       MOVE FS-PND-OLD-PERSON TO WS-SCAN-PERSON.
       MOVE FS-PND-NEW-PERSON TO WS-PERSON.

      * CONFIRM THE CONTACT STILL STANDS AS IT DID WHEN THE REQUEST
      * WAS MADE BEFORE ROLLING A BACKUP GENERATION - A STALE
      * REQUEST MUST NOT COST A GENERATION
       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-PENDING-CONTACT.
       CLOSE CONTACT.
       IF WS-PND-REASON NOT EQUAL SPACES
           EXIT PARAGRAPH
       END-IF.
       PERFORM BACKUP-CONTACT-FILE.
       IF WS-BAK-RESULT IS NOT EQUAL 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-PENDING-CONTACT.
       IF WS-PND-REASON NOT EQUAL SPACES
           CLOSE CONTACT
           EXIT PARAGRAPH
       END-IF.

       MOVE FS-PND-ACTION TO WS-AUD-ACTION.
       MOVE FS-PND-NAME TO WS-AUD-NAME.
       PERFORM AUDIT-SET-BEFORE.
       IF FS-PND-ACTION EQUAL "DELETE"
           DELETE CONTACT RECORD
               INVALID KEY
                   PERFORM DISPLAY-FILE-ERROR
               NOT INVALID KEY
                   MOVE "Y" TO WS-PND-APPLIED
                   MOVE SPACES TO WS-AUD-AFTER
                   DISPLAY "Deleted " WS-SCAN-FIRSTNAME " "
                           WS-SCAN-LASTNAME
           END-DELETE
       ELSE
           MOVE WS-PERSON TO FS-PERSON
           REWRITE FS-PERSON
               INVALID KEY
                   PERFORM DISPLAY-FILE-ERROR
               NOT INVALID KEY
                   MOVE "Y" TO WS-PND-APPLIED
                   PERFORM AUDIT-SET-AFTER
                   DISPLAY "Saved " WS-NAME " :D"
           END-REWRITE
       END-IF.
       CLOSE CONTACT.
       IF WS-PND-APPLIED NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.

       MOVE FS-PND-REQUESTER TO WS-PND-REQUESTER.
       MOVE "Y" TO WS-PND-APPLYING.
       PERFORM WRITE-AUDIT-RECORD.
       MOVE "N" TO WS-PND-APPLYING.
       IF FS-PND-ACTION EQUAL "DELETE"
           PERFORM ARCHIVE-CONTACT-NOTES
           IF WS-NTE-ARC-COUNT > 0
               DISPLAY WS-NTE-ARC-COUNT " notes moved to NOTES.ARC"
           END-IF
           PERFORM DELETE-CONTACT-PHONES
           IF WS-PHN-DEL-COUNT > 0
               DISPLAY WS-PHN-DEL-COUNT " additional phone numbers "
                       "removed"
           END-IF
       END-IF.


      ******************************************************************
      *  Read the contact named in FS-PND-RECORD and compare it with *
      *  the image taken when the request was made; any difference   *
      *  leaves the reason in WS-PND-REASON. The contact file must   *
      *  already be open                                             *
      ******************************************************************
       CHECK-PENDING-CONTACT.
       MOVE FS-PND-NAME TO FS-NAME.
       READ CONTACT
           INVALID KEY
               MOVE "CONTACT NO LONGER ON FILE" TO WS-PND-REASON
           NOT INVALID KEY
               IF FS-PERSON NOT EQUAL FS-PND-OLD-PERSON
                   MOVE "CONTACT CHANGED SINCE REQUEST"
                       TO WS-PND-REASON
               END-IF
       END-READ.


      ******************************************************************
      *  Record the decision already set in FS-PND-STATUS on the     *
      *  request just read, with the reviewer, the time, and any     *
      *  reason in WS-PND-REASON                                     *
      ******************************************************************
       CLOSE-PENDING-REQUEST.
       MOVE WS-OPR-ID TO FS-PND-REVIEWER.
       ACCEPT FS-PND-REVIEW-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE WS-TIME-RAW(1:6) TO FS-PND-REVIEW-TIME.
       MOVE WS-PND-REASON TO FS-PND-REASON.
       REWRITE FS-PND-RECORD
           INVALID KEY
               PERFORM DISPLAY-FILE-ERROR
       END-REWRITE.


      ******************************************************************
      *  Report the change requests that have waited more than a day *
      *  for a supervisor to PENDING.RPT, oldest first               *
      ******************************************************************
       PRINT-PENDING-REPORT.
       MOVE 0 TO WS-PND-LIST-COUNT.
       MOVE 0 TO WS-PND-WAIT-COUNT.
       ACCEPT WS-PND-TODAY FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE FUNCTION INTEGER-OF-DATE(WS-PND-TODAY)
           TO WS-PND-TODAY-INT.
      * OVER ONE DAY OLD MEANS ASKED FOR BEFORE THIS TIME YESTERDAY
       COMPUTE WS-PND-CUTOFF-DATE =
           FUNCTION DATE-OF-INTEGER(WS-PND-TODAY-INT - 1).
       MOVE WS-PND-CUTOFF-DATE TO WS-PND-CUTOFF-STAMP(1:8).
       MOVE WS-TIME-RAW(1:6) TO WS-PND-CUTOFF-STAMP(9:6).

      * WITH NO REQUESTS EVER QUEUED THE REPORT IS STILL WRITTEN, SO
      * THE DAILY RUN ALWAYS LEAVES ONE BEHIND
       MOVE "N" TO WS-PND-DONE.
       MOVE "Y" TO WS-PND-FILE-OPEN.
       OPEN INPUT PENDING-FILE.
       IF FS-NOT-FOUND
           MOVE "Y" TO WS-PND-DONE
           MOVE "N" TO WS-PND-FILE-OPEN
       ELSE
           IF WS-FILESTATUS IS NOT EQUAL 0
               PERFORM DISPLAY-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
       END-IF.

       OPEN OUTPUT PENDING-REPORT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           IF WS-PND-FILE-OPEN EQUAL "Y"
               CLOSE PENDING-FILE
           END-IF
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO WS-PND-LINE.
       STRING "CHANGE REQUESTS WAITING OVER ONE DAY  RUN "
                  DELIMITED BY SIZE
              WS-PND-TODAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIME-RAW(1:6) DELIMITED BY SIZE
              INTO WS-PND-LINE
       END-STRING.
       PERFORM WRITE-PENDING-LINE.
       MOVE SPACES TO WS-PND-LINE.
       PERFORM WRITE-PENDING-LINE.
       MOVE WS-PND-COLUMNS TO WS-PND-LINE.
       PERFORM WRITE-PENDING-LINE.

      * THE FILE IS KEYED ON THE REQUEST STAMP, SO IT READS OLDEST
      * FIRST
       PERFORM UNTIL WS-PND-DONE = "Y"
           READ PENDING-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PND-DONE
           NOT AT END
               IF PND-AWAITING
                   ADD 1 TO WS-PND-WAIT-COUNT
                   IF FS-PND-STAMP < WS-PND-CUTOFF-STAMP
                       PERFORM PENDING-REPORT-ENTRY
                   END-IF
               END-IF
           END-READ
       END-PERFORM.
       IF WS-PND-FILE-OPEN EQUAL "Y"
           CLOSE PENDING-FILE
       END-IF.

       MOVE SPACES TO WS-PND-LINE.
       PERFORM WRITE-PENDING-LINE.
       MOVE SPACES TO WS-PND-LINE.
       STRING "REQUESTS WAITING.....: " DELIMITED BY SIZE
              WS-PND-WAIT-COUNT DELIMITED BY SIZE
              INTO WS-PND-LINE
       END-STRING.
       PERFORM WRITE-PENDING-LINE.
       MOVE SPACES TO WS-PND-LINE.
       STRING "OVER ONE DAY OLD.....: " DELIMITED BY SIZE
              WS-PND-LIST-COUNT DELIMITED BY SIZE
              INTO WS-PND-LINE
       END-STRING.
       PERFORM WRITE-PENDING-LINE.
       CLOSE PENDING-REPORT.
       MOVE "PENDING" TO WS-RPC-TYPE.
       MOVE "PENDING.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY WS-PND-LIST-COUNT " of " WS-PND-WAIT-COUNT
               " waiting requests are over a day old, report in "
               "PENDING.RPT".


      ******************************************************************
      *  Print the waiting request in FS-PND-RECORD with its age in  *
      *  days                                                        *
      ******************************************************************
       PENDING-REPORT-ENTRY.
       ADD 1 TO WS-PND-LIST-COUNT.
       MOVE SPACES TO WS-PND-DETAIL.
       MOVE FS-PND-DATE TO WS-PND-D-DATE.
       MOVE FS-PND-REQUESTER TO WS-PND-D-REQUESTER.
       MOVE FS-PND-ACTION TO WS-PND-D-ACTION.
       MOVE FS-PND-DATE TO WS-NTE-DATE-INPUT.
       PERFORM CHECK-NOTE-DATE.
       IF WS-NTE-DATE-OK EQUAL "Y"
           COMPUTE WS-PND-AGE-DAYS =
               WS-PND-TODAY-INT - WS-NTE-DATE-INT
       ELSE
           MOVE 0 TO WS-PND-AGE-DAYS
       END-IF.
       MOVE WS-PND-AGE-DAYS TO WS-PND-D-DAYS.
       MOVE FS-PND-LASTNAME TO WS-PND-D-LASTNAME.
       MOVE FS-PND-FIRSTNAME TO WS-PND-D-FIRSTNAME.
       MOVE WS-PND-DETAIL TO WS-PND-LINE.
       PERFORM WRITE-PENDING-LINE.


      ******************************************************************
      *  Write the line in WS-PND-LINE to the pending report        *
      ******************************************************************
       WRITE-PENDING-LINE.
       MOVE WS-PND-LINE TO FS-PRP-LINE.
       WRITE FS-PRP-LINE
       END-WRITE.


      ******************************************************************
      *  Month-end rollover of AUDIT.LOG: entries from closed months *
      *  move to one archive file per month (AUDIT.YYYYMM) listed in *
      *  AUDITCAT.LOG with its date range and record count. Nothing  *
      *  is moved that a replay onto the oldest backup generation or *
      *  the next mailing-house extract still needs                  *
      ******************************************************************
       ROLLOVER-AUDIT-LOG.
       IF NOT OPR-SUPERVISOR
           DISPLAY "Rolling over the audit log needs supervisor "
                   "authority"
           EXIT PARAGRAPH
       END-IF.

      * THE CURRENT MONTH IS STILL OPEN AND STAYS LIVE
       ACCEPT WS-ARL-TODAY FROM DATE YYYYMMDD.
       MOVE SPACES TO WS-ARL-KEEP-STAMP.
       STRING WS-ARL-TODAY(1:6) DELIMITED BY SIZE
              "01000000" DELIMITED BY SIZE
              INTO WS-ARL-KEEP-STAMP
       END-STRING.
       MOVE "START OF THE CURRENT MONTH" TO WS-ARL-KEEP-REASON.

      * A RESTORE FROM ANY GENERATION STILL ON FILE MUST BE ABLE TO
      * REPLAY EVERYTHING LOGGED SINCE THAT GENERATION WAS TAKEN
       PERFORM LOAD-BACKUP-CATALOG.
       PERFORM VARYING WS-GEN-SUB FROM 1 BY 1 UNTIL WS-GEN-SUB > 3
           IF WS-GEN-I-DATE(WS-GEN-SUB) NOT EQUAL SPACES
               MOVE SPACES TO WS-ARL-GEN-STAMP
               STRING WS-GEN-I-DATE(WS-GEN-SUB) DELIMITED BY SIZE
                      WS-GEN-I-TIME(WS-GEN-SUB) DELIMITED BY SIZE
                      INTO WS-ARL-GEN-STAMP
               END-STRING
               IF WS-ARL-GEN-STAMP < WS-ARL-KEEP-STAMP
                   MOVE WS-ARL-GEN-STAMP TO WS-ARL-KEEP-STAMP
                   MOVE SPACES TO WS-ARL-KEEP-REASON
                   STRING "BACKUP GENERATION " DELIMITED BY SIZE
                          WS-GEN-SUB DELIMITED BY SIZE
                          " IN BACKUPS.LOG" DELIMITED BY SIZE
                          INTO WS-ARL-KEEP-REASON
                   END-STRING
               END-IF
           END-IF
       END-PERFORM.

      * THE NEXT EXTRACT READS EVERYTHING AFTER ITS CUT-OVER; A SITE
      * THAT HAS NEVER RUN THE EXTRACT HAS NO CUT-OVER TO PROTECT
       PERFORM LOAD-EXTRACT-CHECKPOINT.
       IF WS-EXT-LAST-STAMP NOT EQUAL "00000000000000"
          AND WS-EXT-LAST-STAMP < WS-ARL-KEEP-STAMP
           MOVE WS-EXT-LAST-STAMP TO WS-ARL-KEEP-STAMP
           MOVE "MAILING-HOUSE CUT-OVER IN EXTRACT.CKP"
               TO WS-ARL-KEEP-REASON
       END-IF.

       DISPLAY "Entries before " WS-ARL-KEEP-STAMP(1:8) " "
               WS-ARL-KEEP-STAMP(9:6) " will be archived (held by "
               FUNCTION TRIM(WS-ARL-KEEP-REASON) ")".
       DISPLAY "Proceed? (Y/N): ".
       MOVE SPACES TO WS-ARL-ANSWER.
       ACCEPT WS-ARL-ANSWER.
       IF WS-ARL-ANSWER NOT EQUAL "Y" AND WS-ARL-ANSWER NOT EQUAL "y"
           DISPLAY "Rollover cancelled"
           EXIT PARAGRAPH
       END-IF.

      * HOLDING THE CONTACT FILE KEEPS OTHER USERS FROM LOGGING
      * CHANGES WHILE THE LOG IS BEING REWRITTEN
       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM ROLL-AUDIT-ENTRIES.
       CLOSE CONTACT.


      ******************************************************************
      *  Split AUDIT.LOG at WS-ARL-KEEP-STAMP: older entries go to   *
      *  the monthly archive files, the rest to AUDIT.NEW, which     *
      *  then replaces the live log. The contact file is held        *
      ******************************************************************
       ROLL-AUDIT-ENTRIES.
       PERFORM LOAD-AUDIT-CATALOG.
       OPEN INPUT AUDIT-LOG.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "No audit log on file (status " WS-FILESTATUS ")"
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT AUDIT-NEW.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE AUDIT-LOG
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-ARL-READ-COUNT.
       MOVE 0 TO WS-ARL-KEPT-COUNT.
       MOVE 0 TO WS-ARL-MOVED-COUNT.
       MOVE SPACES TO WS-ARL-MONTH.
       MOVE "N" TO WS-ARL-OPEN.
       MOVE "N" TO WS-ARL-FAILED.
       PERFORM UNTIL WS-FILESTATUS = 10 OR WS-ARL-FAILED = "Y"
           READ AUDIT-LOG INTO WS-AUDIT-REC
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               ADD 1 TO WS-ARL-READ-COUNT
               PERFORM ROLL-ONE-AUDIT-ENTRY
           END-READ
       END-PERFORM.
       PERFORM CLOSE-AUDIT-ARCHIVE.
       CLOSE AUDIT-LOG.
       CLOSE AUDIT-NEW.

       IF WS-ARL-FAILED EQUAL "Y"
           CALL "CBL_DELETE_FILE" USING WS-ARL-NEW-FILE
               RETURNING WS-BAK-IGNORED
           END-CALL
           DISPLAY "Rollover stopped - AUDIT.LOG left as it was"
           DISPLAY "Warning: " WS-ARL-FILENAME " may hold a partial "
                   "copy of the entries - check it before the next "
                   "rollover"
           EXIT PARAGRAPH
       END-IF.
       IF WS-ARL-MOVED-COUNT = 0
           CALL "CBL_DELETE_FILE" USING WS-ARL-NEW-FILE
               RETURNING WS-BAK-IGNORED
           END-CALL
           DISPLAY "No entries old enough to archive - AUDIT.LOG "
                   "unchanged"
           EXIT PARAGRAPH
       END-IF.

       CALL "CBL_COPY_FILE" USING WS-ARL-NEW-FILE WS-ARL-LOG-FILE
           RETURNING WS-BAK-RESULT
       END-CALL.
       IF WS-BAK-RESULT IS NOT EQUAL 0
           DISPLAY "AUDIT.LOG could not be replaced (code "
                   WS-BAK-RESULT ")"
           DISPLAY "Warning: the archived entries are now in both "
                   "the archive files and AUDIT.LOG - AUDIT.NEW "
                   "holds the entries that should stay live"
           EXIT PARAGRAPH
       END-IF.
       CALL "CBL_DELETE_FILE" USING WS-ARL-NEW-FILE
           RETURNING WS-BAK-IGNORED
       END-CALL.
       PERFORM SAVE-AUDIT-CATALOG.

       DISPLAY " ".
       DISPLAY "AUDIT LOG ROLLOVER".
       DISPLAY "Entries read.........: " WS-ARL-READ-COUNT.
       DISPLAY "Entries archived.....: " WS-ARL-MOVED-COUNT.
       DISPLAY "Entries kept live....: " WS-ARL-KEPT-COUNT.
       PERFORM LIST-AUDIT-CATALOG.


      ******************************************************************
      *  Send the entry in WS-AUDIT-REC to its month's archive file  *
      *  when it is older than the keep stamp, else to AUDIT.NEW     *
      ******************************************************************
       ROLL-ONE-AUDIT-ENTRY.
       MOVE SPACES TO WS-PIT-STAMP.
       STRING WS-AUD-DATE DELIMITED BY SIZE
              WS-AUD-TIME DELIMITED BY SIZE
              INTO WS-PIT-STAMP
       END-STRING.
      * AN ENTRY WITHOUT A PROPER DATE HAS NO MONTH TO GO TO AND
      * STAYS IN THE LIVE LOG
       IF WS-PIT-STAMP NOT LESS THAN WS-ARL-KEEP-STAMP
          OR WS-AUD-DATE IS NOT NUMERIC
           WRITE FS-ANW-REC FROM WS-AUDIT-REC
           END-WRITE
           IF WS-FILESTATUS IS NOT EQUAL 0
               PERFORM DISPLAY-FILE-ERROR
               MOVE "Y" TO WS-ARL-FAILED
           ELSE
               ADD 1 TO WS-ARL-KEPT-COUNT
           END-IF
           EXIT PARAGRAPH
       END-IF.

       IF WS-AUD-DATE(1:6) NOT EQUAL WS-ARL-MONTH
           PERFORM CLOSE-AUDIT-ARCHIVE
           MOVE WS-AUD-DATE(1:6) TO WS-ARL-MONTH
           PERFORM OPEN-AUDIT-ARCHIVE
           IF WS-ARL-FAILED EQUAL "Y"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       WRITE FS-AAR-REC FROM WS-AUDIT-REC
       END-WRITE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           MOVE "Y" TO WS-ARL-FAILED
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ARL-MOVED-COUNT.
       ADD 1 TO WS-ARL-FILE-COUNT.
       IF WS-ARL-FILE-COUNT = 1
           MOVE WS-PIT-STAMP TO WS-ARL-FIRST-STAMP
       END-IF.
       MOVE WS-PIT-STAMP TO WS-ARL-LAST-STAMP.


      ******************************************************************
      *  Open the archive file for the month in WS-ARL-MONTH, adding *
      *  to it when an earlier rollover already started it           *
      ******************************************************************
       OPEN-AUDIT-ARCHIVE.
       MOVE SPACES TO WS-ARL-FILENAME.
       STRING "AUDIT." DELIMITED BY SIZE
              WS-ARL-MONTH DELIMITED BY SIZE
              INTO WS-ARL-FILENAME
       END-STRING.
       OPEN EXTEND AUDIT-ARCHIVE.
       IF FS-NOT-FOUND
           OPEN OUTPUT AUDIT-ARCHIVE
       END-IF.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           MOVE "Y" TO WS-ARL-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-ARL-OPEN.
       MOVE 0 TO WS-ARL-FILE-COUNT.
       MOVE SPACES TO WS-ARL-FIRST-STAMP.
       MOVE SPACES TO WS-ARL-LAST-STAMP.


      ******************************************************************
      *  Close the open archive file and fold what this rollover     *
      *  added to it into the catalog table                          *
      ******************************************************************
       CLOSE-AUDIT-ARCHIVE.
       IF WS-ARL-OPEN NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       CLOSE AUDIT-ARCHIVE.
       MOVE "N" TO WS-ARL-OPEN.
       IF WS-ARL-FILE-COUNT = 0
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-ARL-SLOT.
       PERFORM VARYING WS-ARL-SUB FROM 1 BY 1
           UNTIL WS-ARL-SUB > WS-ARL-CAT-COUNT
           IF WS-ARL-I-FILE(WS-ARL-SUB) EQUAL WS-ARL-FILENAME
               MOVE WS-ARL-SUB TO WS-ARL-SLOT
           END-IF
       END-PERFORM.
       IF WS-ARL-SLOT = 0
           IF WS-ARL-CAT-COUNT >= 240
               DISPLAY "Warning: audit catalog is full - "
                       WS-ARL-FILENAME " is not listed in it"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARL-CAT-COUNT
           MOVE WS-ARL-CAT-COUNT TO WS-ARL-SLOT
           MOVE WS-ARL-FILENAME TO WS-ARL-I-FILE(WS-ARL-SLOT)
           MOVE WS-ARL-FIRST-STAMP TO WS-ARL-I-FIRST(WS-ARL-SLOT)
           MOVE WS-ARL-LAST-STAMP TO WS-ARL-I-LAST(WS-ARL-SLOT)
           MOVE 0 TO WS-ARL-I-COUNT(WS-ARL-SLOT)
       END-IF.
       IF WS-ARL-FIRST-STAMP < WS-ARL-I-FIRST(WS-ARL-SLOT)
           MOVE WS-ARL-FIRST-STAMP TO WS-ARL-I-FIRST(WS-ARL-SLOT)
       END-IF.
       IF WS-ARL-LAST-STAMP > WS-ARL-I-LAST(WS-ARL-SLOT)
           MOVE WS-ARL-LAST-STAMP TO WS-ARL-I-LAST(WS-ARL-SLOT)
       END-IF.
       ADD WS-ARL-FILE-COUNT TO WS-ARL-I-COUNT(WS-ARL-SLOT).


      ******************************************************************
      *  Load AUDITCAT.LOG into the catalog table, in file-name (and *
      *  so date) order                                              *
      ******************************************************************
       LOAD-AUDIT-CATALOG.
       MOVE 0 TO WS-ARL-CAT-COUNT.
       OPEN INPUT AUDIT-CATALOG.
       IF WS-FILESTATUS IS NOT EQUAL 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ AUDIT-CATALOG INTO WS-ARL-LINE
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               IF WS-ARL-LINE(1:6) EQUAL "AUDIT."
                  AND WS-ARL-CAT-COUNT < 240
                   ADD 1 TO WS-ARL-CAT-COUNT
                   MOVE WS-ARL-LINE(1:12)
                       TO WS-ARL-I-FILE(WS-ARL-CAT-COUNT)
                   MOVE WS-ARL-LINE(14:14)
                       TO WS-ARL-I-FIRST(WS-ARL-CAT-COUNT)
                   MOVE WS-ARL-LINE(29:14)
                       TO WS-ARL-I-LAST(WS-ARL-CAT-COUNT)
                   IF WS-ARL-LINE(44:7) IS NUMERIC
                       MOVE WS-ARL-LINE(44:7)
                           TO WS-ARL-I-COUNT(WS-ARL-CAT-COUNT)
                   ELSE
                       MOVE 0 TO WS-ARL-I-COUNT(WS-ARL-CAT-COUNT)
                   END-IF
               END-IF
           END-READ
       END-PERFORM.
       CLOSE AUDIT-CATALOG.


      ******************************************************************
      *  Rewrite AUDITCAT.LOG from the catalog table, ordered by     *
      *  file name with a simple exchange sort                       *
      ******************************************************************
       SAVE-AUDIT-CATALOG.
       PERFORM VARYING WS-ARL-SUB FROM 1 BY 1
           UNTIL WS-ARL-SUB >= WS-ARL-CAT-COUNT
           PERFORM VARYING WS-ARL-SUB2 FROM WS-ARL-SUB BY 1
               UNTIL WS-ARL-SUB2 > WS-ARL-CAT-COUNT
               IF WS-ARL-ITEM(WS-ARL-SUB2) < WS-ARL-ITEM(WS-ARL-SUB)
                   MOVE WS-ARL-ITEM(WS-ARL-SUB) TO WS-ARL-SWAP
                   MOVE WS-ARL-ITEM(WS-ARL-SUB2)
                       TO WS-ARL-ITEM(WS-ARL-SUB)
                   MOVE WS-ARL-SWAP TO WS-ARL-ITEM(WS-ARL-SUB2)
               END-IF
           END-PERFORM
       END-PERFORM.

       OPEN OUTPUT AUDIT-CATALOG.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: audit catalog not written (status "
                   WS-FILESTATUS ")"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-ARL-SUB FROM 1 BY 1
           UNTIL WS-ARL-SUB > WS-ARL-CAT-COUNT
           MOVE SPACES TO WS-ARL-LINE
           MOVE WS-ARL-I-FILE(WS-ARL-SUB) TO WS-ARL-LINE(1:12)
           MOVE WS-ARL-I-FIRST(WS-ARL-SUB) TO WS-ARL-LINE(14:14)
           MOVE WS-ARL-I-LAST(WS-ARL-SUB) TO WS-ARL-LINE(29:14)
           MOVE WS-ARL-I-COUNT(WS-ARL-SUB) TO WS-ARL-LINE(44:7)
           MOVE WS-ARL-LINE TO FS-ACT-LINE
           WRITE FS-ACT-LINE
           END-WRITE
       END-PERFORM.
       CLOSE AUDIT-CATALOG.


      ******************************************************************
      *  Display the archived periods held in the catalog table      *
      ******************************************************************
       LIST-AUDIT-CATALOG.
       DISPLAY " ".
       DISPLAY "ARCHIVED AUDIT PERIODS".
       PERFORM VARYING WS-ARL-SUB FROM 1 BY 1
           UNTIL WS-ARL-SUB > WS-ARL-CAT-COUNT
           DISPLAY WS-ARL-I-FILE(WS-ARL-SUB) "  "
                   WS-ARL-I-FIRST(WS-ARL-SUB)(1:8) " to "
                   WS-ARL-I-LAST(WS-ARL-SUB)(1:8) "  "
                   WS-ARL-I-COUNT(WS-ARL-SUB) " entries"
       END-PERFORM.


      ******************************************************************
      *  Report who changed what over a date range to OPRACT.RPT:    *
      *  counts by action for each operator (people apart from the   *
      *  BATCH and EOD runs), changes made outside business hours,   *
      *  deletes by IDs without supervisor authority, and IDs in the *
      *  log that are no longer in OPERATOR.txt. Archived periods    *
      *  that overlap the range are read as well as the live log     *
      ******************************************************************
       PRINT-OPERATOR-ACTIVITY.
       ACCEPT WS-OPA-TODAY FROM DATE YYYYMMDD.
       DISPLAY "Activity from (YYYYMMDD, blank for the start of "
               "the log): ".
       MOVE SPACES TO WS-NTE-DATE-INPUT.
       ACCEPT WS-NTE-DATE-INPUT.
       IF WS-NTE-DATE-INPUT EQUAL SPACES
           MOVE "00000000" TO WS-OPA-FROM
       ELSE
           PERFORM CHECK-NOTE-DATE
           IF WS-NTE-DATE-OK NOT EQUAL "Y"
               DISPLAY "Invalid date - must be a real YYYYMMDD date"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NTE-DATE-INPUT TO WS-OPA-FROM
       END-IF.
       DISPLAY "Activity to (YYYYMMDD, blank for today): ".
       MOVE SPACES TO WS-NTE-DATE-INPUT.
       ACCEPT WS-NTE-DATE-INPUT.
       IF WS-NTE-DATE-INPUT EQUAL SPACES
           MOVE WS-OPA-TODAY TO WS-NTE-DATE-INPUT
       END-IF.
       PERFORM CHECK-NOTE-DATE.
       IF WS-NTE-DATE-OK NOT EQUAL "Y"
           DISPLAY "Invalid date - must be a real YYYYMMDD date"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NTE-DATE-INPUT TO WS-OPA-TO.
       IF WS-OPA-TO < WS-OPA-FROM
           DISPLAY "The end of the range is before its start"
           EXIT PARAGRAPH
       END-IF.

       PERFORM LOAD-OPERATOR-TABLE.
       MOVE 0 TO WS-OPA-FILES-READ.
       MOVE 0 TO WS-OPA-IN-RANGE.
       MOVE 0 TO WS-OPA-CNT-COUNT.
       MOVE 0 TO WS-OPA-AFT-FOUND.
       MOVE 0 TO WS-OPA-AFT-COUNT.
       MOVE 0 TO WS-OPA-DEL-FOUND.
       MOVE 0 TO WS-OPA-DEL-COUNT.
       MOVE 0 TO WS-OPA-UNK-COUNT.
       MOVE "N" TO WS-OPA-CNT-FULL.
       MOVE "N" TO WS-OPA-UNK-FULL.

      * ONLY THE ARCHIVED PERIODS THAT OVERLAP THE RANGE ARE READ
       PERFORM LOAD-AUDIT-CATALOG.
       PERFORM VARYING WS-ARL-SUB FROM 1 BY 1
           UNTIL WS-ARL-SUB > WS-ARL-CAT-COUNT
           IF WS-ARL-I-LAST(WS-ARL-SUB)(1:8) NOT LESS THAN WS-OPA-FROM
              AND WS-ARL-I-FIRST(WS-ARL-SUB)(1:8)
                  NOT GREATER THAN WS-OPA-TO
               PERFORM ACTIVITY-READ-ONE-ARCHIVE
           END-IF
       END-PERFORM.

       OPEN INPUT AUDIT-LOG.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "No live audit log on file (status "
                   WS-FILESTATUS ")"
       ELSE
           ADD 1 TO WS-OPA-FILES-READ
           PERFORM UNTIL WS-FILESTATUS = 10
               READ AUDIT-LOG INTO WS-AUDIT-REC
               AT END
                   MOVE 10 TO WS-FILESTATUS
               NOT AT END
                   PERFORM ACTIVITY-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
       END-IF.

       PERFORM SORT-ACTIVITY-COUNTS.

       OPEN OUTPUT ACTIVITY-REPORT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM WRITE-ACTIVITY-REPORT.
       CLOSE ACTIVITY-REPORT.
       MOVE "OPRACT" TO WS-RPC-TYPE.
       MOVE "OPRACT.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       DISPLAY WS-OPA-IN-RANGE " audit entries from " WS-OPA-FROM
               " to " WS-OPA-TO " (" WS-OPA-FILES-READ
               " files read), report in OPRACT.RPT".


      ******************************************************************
      *  Read the archive file at WS-ARL-SUB in the catalog table    *
      *  into the activity counts                                    *
      ******************************************************************
       ACTIVITY-READ-ONE-ARCHIVE.
       MOVE WS-ARL-I-FILE(WS-ARL-SUB) TO WS-ARL-FILENAME.
       OPEN INPUT AUDIT-ARCHIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Archive " WS-ARL-FILENAME " could not be read "
                   "(status " WS-FILESTATUS ") - report is incomplete"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-OPA-FILES-READ.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ AUDIT-ARCHIVE INTO WS-AUDIT-REC
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               PERFORM ACTIVITY-ONE-ENTRY
           END-READ
       END-PERFORM.
       CLOSE AUDIT-ARCHIVE.


      ******************************************************************
      *  Load the IDs and authority levels from OPERATOR.txt into    *
      *  the activity report's operator table                        *
      ******************************************************************
       LOAD-OPERATOR-TABLE.
       MOVE 0 TO WS-OPA-OPR-COUNT.
       MOVE "N" TO WS-OPA-OPR-FILE.
       OPEN INPUT OPERATOR-FILE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-OPA-OPR-FILE.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ OPERATOR-FILE INTO WS-OPR-LINE
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               IF WS-OPR-LINE(1:8) NOT EQUAL SPACES
                  AND WS-OPA-OPR-COUNT < 200
                   ADD 1 TO WS-OPA-OPR-COUNT
                   MOVE WS-OPR-LINE(1:8)
                       TO WS-OPA-O-ID(WS-OPA-OPR-COUNT)
                   MOVE WS-OPR-LINE(10:1)
                       TO WS-OPA-O-LEVEL(WS-OPA-OPR-COUNT)
               END-IF
           END-READ
       END-PERFORM.
       CLOSE OPERATOR-FILE.


      ******************************************************************
      *  Take the audit entry in WS-AUDIT-REC into the activity      *
      *  counts and exception lists when it falls in the date range  *
      ******************************************************************
       ACTIVITY-ONE-ENTRY.
       IF WS-AUD-DATE < WS-OPA-FROM OR WS-AUD-DATE > WS-OPA-TO
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-OPA-IN-RANGE.

      * ENTRIES LOGGED BEFORE OPERATORS SIGNED ON CARRY NO ID
       MOVE WS-AUD-OPERATOR TO WS-OPA-OPERATOR.
       IF WS-OPA-OPERATOR EQUAL SPACES
           MOVE "(NONE)" TO WS-OPA-OPERATOR
       END-IF.
       IF WS-OPA-OPERATOR EQUAL "BATCH" OR WS-OPA-OPERATOR EQUAL "EOD"
           MOVE "R" TO WS-OPA-GROUP
       ELSE
           MOVE "P" TO WS-OPA-GROUP
       END-IF.
       PERFORM ACTIVITY-COUNT-ACTION.

      * THE EXCEPTION LISTS ARE ABOUT PEOPLE - THE UNATTENDED RUNS
      * ARE SCHEDULED OUT OF HOURS AND RUN WITH SUPERVISOR AUTHORITY
       IF WS-OPA-GROUP EQUAL "R"
           EXIT PARAGRAPH
       END-IF.

       PERFORM ACTIVITY-CHECK-HOURS.
       IF WS-OPA-HOUR-OK NOT EQUAL "Y"
           ADD 1 TO WS-OPA-AFT-FOUND
           IF WS-OPA-AFT-COUNT < 200
               ADD 1 TO WS-OPA-AFT-COUNT
               MOVE WS-AUD-DATE TO WS-OPA-A-DATE(WS-OPA-AFT-COUNT)
               MOVE WS-AUD-TIME TO WS-OPA-A-TIME(WS-OPA-AFT-COUNT)
               MOVE WS-OPA-OPERATOR
                   TO WS-OPA-A-OPERATOR(WS-OPA-AFT-COUNT)
               MOVE WS-AUD-ACTION TO WS-OPA-A-ACTION(WS-OPA-AFT-COUNT)
               MOVE WS-AUD-NAME TO WS-OPA-A-NAME(WS-OPA-AFT-COUNT)
           END-IF
       END-IF.

       IF WS-OPA-OPR-FILE NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       PERFORM ACTIVITY-FIND-OPERATOR.

       IF WS-AUD-ACTION EQUAL "DELETE"
          AND (WS-OPA-FOUND NOT EQUAL "Y" OR WS-OPA-LEVEL NOT EQUAL "S")
           ADD 1 TO WS-OPA-DEL-FOUND
           IF WS-OPA-DEL-COUNT < 200
               ADD 1 TO WS-OPA-DEL-COUNT
               MOVE WS-AUD-DATE TO WS-OPA-X-DATE(WS-OPA-DEL-COUNT)
               MOVE WS-AUD-TIME TO WS-OPA-X-TIME(WS-OPA-DEL-COUNT)
               MOVE WS-OPA-OPERATOR
                   TO WS-OPA-X-OPERATOR(WS-OPA-DEL-COUNT)
               MOVE WS-AUD-APPROVER
                   TO WS-OPA-X-APPROVER(WS-OPA-DEL-COUNT)
               MOVE WS-AUD-NAME TO WS-OPA-X-NAME(WS-OPA-DEL-COUNT)
           END-IF
       END-IF.

       IF WS-OPA-FOUND NOT EQUAL "Y"
          AND WS-OPA-OPERATOR NOT EQUAL "(NONE)"
           PERFORM ACTIVITY-NOTE-UNKNOWN-ID
       END-IF.


      ******************************************************************
      *  Add one to the count for this group, operator, and action   *
      ******************************************************************
       ACTIVITY-COUNT-ACTION.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB > WS-OPA-CNT-COUNT
           IF WS-OPA-C-OPERATOR(WS-OPA-SUB) EQUAL WS-OPA-OPERATOR
              AND WS-OPA-C-ACTION(WS-OPA-SUB) EQUAL WS-AUD-ACTION
               ADD 1 TO WS-OPA-C-COUNT(WS-OPA-SUB)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.
       IF WS-OPA-CNT-COUNT >= 300
           IF WS-OPA-CNT-FULL NOT EQUAL "Y"
               DISPLAY "Warning: more than 300 operator/action "
                       "pairs - counts are incomplete"
               MOVE "Y" TO WS-OPA-CNT-FULL
           END-IF
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-OPA-CNT-COUNT.
       MOVE WS-OPA-GROUP TO WS-OPA-C-GROUP(WS-OPA-CNT-COUNT).
       MOVE WS-OPA-OPERATOR TO WS-OPA-C-OPERATOR(WS-OPA-CNT-COUNT).
       MOVE WS-AUD-ACTION TO WS-OPA-C-ACTION(WS-OPA-CNT-COUNT).
       MOVE 1 TO WS-OPA-C-COUNT(WS-OPA-CNT-COUNT).


      ******************************************************************
      *  Set WS-OPA-HOUR-OK when the entry was logged in business    *
      *  hours: Monday to Friday, 08:00 up to 18:00                  *
      ******************************************************************
       ACTIVITY-CHECK-HOURS.
       MOVE "N" TO WS-OPA-HOUR-OK.
       IF WS-AUD-DATE IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       IF WS-AUD-TIME < "080000" OR WS-AUD-TIME NOT LESS THAN "180000"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-AUD-DATE TO WS-OPA-DATE-NUM.
      * DAY 1 OF THE INTEGER CALENDAR (1601-01-01) WAS A MONDAY, SO
      * 0-4 IS MONDAY TO FRIDAY
       COMPUTE WS-OPA-WEEKDAY = FUNCTION MOD(
           FUNCTION INTEGER-OF-DATE(WS-OPA-DATE-NUM) - 1, 7).
       IF WS-OPA-WEEKDAY < 5
           MOVE "Y" TO WS-OPA-HOUR-OK
       END-IF.


      ******************************************************************
      *  Look WS-OPA-OPERATOR up in the operator table, setting      *
      *  WS-OPA-FOUND and the operator's authority in WS-OPA-LEVEL   *
      ******************************************************************
       ACTIVITY-FIND-OPERATOR.
       MOVE "N" TO WS-OPA-FOUND.
       MOVE SPACES TO WS-OPA-LEVEL.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB > WS-OPA-OPR-COUNT
           IF WS-OPA-O-ID(WS-OPA-SUB) EQUAL WS-OPA-OPERATOR
               MOVE "Y" TO WS-OPA-FOUND
               MOVE WS-OPA-O-LEVEL(WS-OPA-SUB) TO WS-OPA-LEVEL
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.


      ******************************************************************
      *  Count an entry under an ID that is not in OPERATOR.txt      *
      ******************************************************************
       ACTIVITY-NOTE-UNKNOWN-ID.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB > WS-OPA-UNK-COUNT
           IF WS-OPA-U-ID(WS-OPA-SUB) EQUAL WS-OPA-OPERATOR
               ADD 1 TO WS-OPA-U-COUNT(WS-OPA-SUB)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.
       IF WS-OPA-UNK-COUNT >= 100
           IF WS-OPA-UNK-FULL NOT EQUAL "Y"
               DISPLAY "Warning: more than 100 unknown operator IDs "
                       "- list is incomplete"
               MOVE "Y" TO WS-OPA-UNK-FULL
           END-IF
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-OPA-UNK-COUNT.
       MOVE WS-OPA-OPERATOR TO WS-OPA-U-ID(WS-OPA-UNK-COUNT).
       MOVE 1 TO WS-OPA-U-COUNT(WS-OPA-UNK-COUNT).


      ******************************************************************
      *  Order the count table by group (people first), operator,    *
      *  and action, with a simple exchange sort                     *
      ******************************************************************
       SORT-ACTIVITY-COUNTS.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB >= WS-OPA-CNT-COUNT
           PERFORM VARYING WS-OPA-SUB2 FROM WS-OPA-SUB BY 1
               UNTIL WS-OPA-SUB2 > WS-OPA-CNT-COUNT
               IF WS-OPA-CNT-ITEM(WS-OPA-SUB2)(1:15)
                  < WS-OPA-CNT-ITEM(WS-OPA-SUB)(1:15)
                   MOVE WS-OPA-CNT-ITEM(WS-OPA-SUB) TO WS-OPA-CNT-SWAP
                   MOVE WS-OPA-CNT-ITEM(WS-OPA-SUB2)
                       TO WS-OPA-CNT-ITEM(WS-OPA-SUB)
                   MOVE WS-OPA-CNT-SWAP TO WS-OPA-CNT-ITEM(WS-OPA-SUB2)
               END-IF
           END-PERFORM
       END-PERFORM.


      ******************************************************************
      *  Write the body of OPRACT.RPT from the tables built up       *
      ******************************************************************
       WRITE-ACTIVITY-REPORT.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE SPACES TO WS-OPA-LINE.
       STRING "OPERATOR ACTIVITY " DELIMITED BY SIZE
              WS-OPA-FROM DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-OPA-TO DELIMITED BY SIZE
              "  RUN " DELIMITED BY SIZE
              WS-OPA-TODAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIME-RAW(1:6) DELIMITED BY SIZE
              INTO WS-OPA-LINE
       END-STRING.
       PERFORM WRITE-ACTIVITY-LINE.
       MOVE SPACES TO WS-OPA-LINE.
       STRING "AUDIT ENTRIES IN RANGE: " DELIMITED BY SIZE
              WS-OPA-IN-RANGE DELIMITED BY SIZE
              "  FILES READ: " DELIMITED BY SIZE
              WS-OPA-FILES-READ DELIMITED BY SIZE
              INTO WS-OPA-LINE
       END-STRING.
       PERFORM WRITE-ACTIVITY-LINE.

      * COUNTS BY OPERATOR AND ACTION, WITH A TOTAL PER OPERATOR
       MOVE SPACES TO WS-OPA-LAST-OPERATOR.
       MOVE SPACES TO WS-OPA-LAST-GROUP.
       MOVE 0 TO WS-OPA-OPR-TOTAL.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB > WS-OPA-CNT-COUNT
           PERFORM ACTIVITY-COUNT-ENTRY
       END-PERFORM.
       PERFORM ACTIVITY-OPERATOR-TOTAL.
       IF WS-OPA-CNT-COUNT = 0
           MOVE SPACES TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE "NO CHANGES LOGGED IN THE RANGE" TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-IF.

       MOVE SPACES TO WS-OPA-LINE.
       PERFORM WRITE-ACTIVITY-LINE.
       MOVE SPACES TO WS-OPA-LINE.
       STRING "CHANGES OUTSIDE BUSINESS HOURS (MON-FRI 08:00-18:00): "
                  DELIMITED BY SIZE
              WS-OPA-AFT-FOUND DELIMITED BY SIZE
              INTO WS-OPA-LINE
       END-STRING.
       PERFORM WRITE-ACTIVITY-LINE.
       IF WS-OPA-AFT-COUNT > 0
           MOVE SPACES TO WS-OPA-DTL-LINE
           MOVE "DATE" TO WS-OPA-D-DATE
           MOVE "TIME" TO WS-OPA-D-TIME
           MOVE "OPERATOR" TO WS-OPA-D-OPERATOR
           MOVE "ACTION" TO WS-OPA-D-MIDDLE
           MOVE "LAST NAME" TO WS-OPA-D-LASTNAME
           MOVE "FIRST NAME" TO WS-OPA-D-FIRSTNAME
           MOVE WS-OPA-DTL-LINE TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-IF.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB > WS-OPA-AFT-COUNT
           MOVE SPACES TO WS-OPA-DTL-LINE
           MOVE WS-OPA-A-DATE(WS-OPA-SUB) TO WS-OPA-D-DATE
           MOVE WS-OPA-A-TIME(WS-OPA-SUB) TO WS-OPA-D-TIME
           MOVE WS-OPA-A-OPERATOR(WS-OPA-SUB) TO WS-OPA-D-OPERATOR
           MOVE WS-OPA-A-ACTION(WS-OPA-SUB) TO WS-OPA-D-MIDDLE
           MOVE WS-OPA-A-NAME(WS-OPA-SUB)(1:20) TO WS-OPA-D-LASTNAME
           MOVE WS-OPA-A-NAME(WS-OPA-SUB)(21:20)
               TO WS-OPA-D-FIRSTNAME
           MOVE WS-OPA-DTL-LINE TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-PERFORM.
       IF WS-OPA-AFT-FOUND > WS-OPA-AFT-COUNT
           MOVE "  ** ONLY THE FIRST 200 ARE LISTED **" TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-IF.

       MOVE SPACES TO WS-OPA-LINE.
       PERFORM WRITE-ACTIVITY-LINE.
       IF WS-OPA-OPR-FILE NOT EQUAL "Y"
           MOVE "NO OPERATOR.TXT - SUPERVISOR AND ID CHECKS SKIPPED"
               TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO WS-OPA-LINE.
       STRING "DELETES BY IDS WITHOUT SUPERVISOR AUTHORITY: "
                  DELIMITED BY SIZE
              WS-OPA-DEL-FOUND DELIMITED BY SIZE
              INTO WS-OPA-LINE
       END-STRING.
       PERFORM WRITE-ACTIVITY-LINE.
       IF WS-OPA-DEL-COUNT > 0
           MOVE SPACES TO WS-OPA-DTL-LINE
           MOVE "DATE" TO WS-OPA-D-DATE
           MOVE "TIME" TO WS-OPA-D-TIME
           MOVE "OPERATOR" TO WS-OPA-D-OPERATOR
           MOVE "APPROVED" TO WS-OPA-D-MIDDLE
           MOVE "LAST NAME" TO WS-OPA-D-LASTNAME
           MOVE "FIRST NAME" TO WS-OPA-D-FIRSTNAME
           MOVE WS-OPA-DTL-LINE TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-IF.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB > WS-OPA-DEL-COUNT
           MOVE SPACES TO WS-OPA-DTL-LINE
           MOVE WS-OPA-X-DATE(WS-OPA-SUB) TO WS-OPA-D-DATE
           MOVE WS-OPA-X-TIME(WS-OPA-SUB) TO WS-OPA-D-TIME
           MOVE WS-OPA-X-OPERATOR(WS-OPA-SUB) TO WS-OPA-D-OPERATOR
           MOVE WS-OPA-X-APPROVER(WS-OPA-SUB) TO WS-OPA-D-MIDDLE
           MOVE WS-OPA-X-NAME(WS-OPA-SUB)(1:20) TO WS-OPA-D-LASTNAME
           MOVE WS-OPA-X-NAME(WS-OPA-SUB)(21:20)
               TO WS-OPA-D-FIRSTNAME
           MOVE WS-OPA-DTL-LINE TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-PERFORM.
       IF WS-OPA-DEL-FOUND > WS-OPA-DEL-COUNT
           MOVE "  ** ONLY THE FIRST 200 ARE LISTED **" TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-IF.

       MOVE SPACES TO WS-OPA-LINE.
       PERFORM WRITE-ACTIVITY-LINE.
       MOVE SPACES TO WS-OPA-LINE.
       STRING "OPERATOR IDS NOT IN OPERATOR.TXT: " DELIMITED BY SIZE
              WS-OPA-UNK-COUNT DELIMITED BY SIZE
              INTO WS-OPA-LINE
       END-STRING.
       PERFORM WRITE-ACTIVITY-LINE.
       PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
           UNTIL WS-OPA-SUB > WS-OPA-UNK-COUNT
           MOVE SPACES TO WS-OPA-CNT-LINE
           MOVE WS-OPA-U-ID(WS-OPA-SUB) TO WS-OPA-L-OPERATOR
           MOVE "ENTRIES" TO WS-OPA-L-ACTION
           MOVE WS-OPA-U-COUNT(WS-OPA-SUB) TO WS-OPA-L-COUNT
           MOVE WS-OPA-CNT-LINE TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
       END-PERFORM.


      ******************************************************************
      *  Print the count at WS-OPA-SUB, starting a new section when  *
      *  the group changes and a total when the operator changes     *
      ******************************************************************
       ACTIVITY-COUNT-ENTRY.
       IF WS-OPA-C-OPERATOR(WS-OPA-SUB) NOT EQUAL WS-OPA-LAST-OPERATOR
          OR WS-OPA-C-GROUP(WS-OPA-SUB) NOT EQUAL WS-OPA-LAST-GROUP
           PERFORM ACTIVITY-OPERATOR-TOTAL
       END-IF.
       IF WS-OPA-C-GROUP(WS-OPA-SUB) NOT EQUAL WS-OPA-LAST-GROUP
           MOVE SPACES TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
           IF WS-OPA-C-GROUP(WS-OPA-SUB) EQUAL "P"
               MOVE "CHANGES BY PEOPLE" TO WS-OPA-LINE
           ELSE
               MOVE "CHANGES BY UNATTENDED RUNS (BATCH, EOD)"
                   TO WS-OPA-LINE
           END-IF
           PERFORM WRITE-ACTIVITY-LINE
           MOVE WS-OPA-CNT-COLUMNS TO WS-OPA-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE WS-OPA-C-GROUP(WS-OPA-SUB) TO WS-OPA-LAST-GROUP
       END-IF.

       MOVE SPACES TO WS-OPA-CNT-LINE.
       IF WS-OPA-C-OPERATOR(WS-OPA-SUB) NOT EQUAL WS-OPA-LAST-OPERATOR
           MOVE WS-OPA-C-OPERATOR(WS-OPA-SUB) TO WS-OPA-L-OPERATOR
           MOVE WS-OPA-C-OPERATOR(WS-OPA-SUB) TO WS-OPA-LAST-OPERATOR
       END-IF.
       MOVE WS-OPA-C-ACTION(WS-OPA-SUB) TO WS-OPA-L-ACTION.
       MOVE WS-OPA-C-COUNT(WS-OPA-SUB) TO WS-OPA-L-COUNT.
       ADD WS-OPA-C-COUNT(WS-OPA-SUB) TO WS-OPA-OPR-TOTAL.
       MOVE WS-OPA-CNT-LINE TO WS-OPA-LINE.
       PERFORM WRITE-ACTIVITY-LINE.


      ******************************************************************
      *  Print the total for the operator just finished, if any      *
      ******************************************************************
       ACTIVITY-OPERATOR-TOTAL.
       IF WS-OPA-LAST-OPERATOR EQUAL SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-OPA-CNT-LINE.
       MOVE "TOTAL" TO WS-OPA-L-ACTION.
       MOVE WS-OPA-OPR-TOTAL TO WS-OPA-L-COUNT.
       MOVE WS-OPA-CNT-LINE TO WS-OPA-LINE.
       PERFORM WRITE-ACTIVITY-LINE.
       MOVE 0 TO WS-OPA-OPR-TOTAL.
       MOVE SPACES TO WS-OPA-LAST-OPERATOR.


      ******************************************************************
      *  Write the line in WS-OPA-LINE to the activity report        *
      ******************************************************************
       WRITE-ACTIVITY-LINE.
       MOVE WS-OPA-LINE TO FS-OPA-LINE.
       WRITE FS-OPA-LINE
       END-WRITE.


      ******************************************************************
      *  Prove that CONTACTS.txt is the newest backup generation     *
      *  (CONTACTS.BK1) plus the changes logged in AUDIT.LOG since   *
      *  it was taken. The backup is loaded into a table, the audit  *
      *  entries are applied to it in memory, and the result is      *
      *  compared with the live file record by record and field by   *
      *  field, with the balancing report in RECON.RPT. WS-RCN-RC    *
      *  is 0 when the file balances, 8 when it does not, and 12     *
      *  when the reconciliation could not be made ("RECON" on the   *
      *  command line hands it to the scheduler as the return code)  *
      ******************************************************************
       RECONCILE-TO-BACKUP.
       MOVE 12 TO WS-RCN-RC.
       PERFORM LOAD-BACKUP-CATALOG.
       IF WS-GEN-I-DATE(1) EQUAL SPACES
           DISPLAY "No backup generation 1 in BACKUPS.LOG - "
                   "nothing to reconcile against"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RCN-FROM-STAMP.
       STRING WS-GEN-I-DATE(1) DELIMITED BY SIZE
              WS-GEN-I-TIME(1) DELIMITED BY SIZE
              INTO WS-RCN-FROM-STAMP
       END-STRING.

      * HOLD THE LOCK FOR THE WHOLE RUN SO NO CHANGE CAN LAND
      * BETWEEN READING THE LOG AND READING THE FILE
       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

       PERFORM RECONCILE-LOAD-BACKUP.
       IF WS-RCN-FULL EQUAL "Y" OR WS-FILESTATUS IS NOT EQUAL 10
           CLOSE CONTACT
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-RCN-APPLIED.
       MOVE 0 TO WS-RCN-NO-EFFECT.
       MOVE 0 TO WS-RCN-OUTSIDE.
       OPEN INPUT AUDIT-LOG.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "No audit history on file (status "
                   WS-FILESTATUS ") - comparing with the backup alone"
       ELSE
           PERFORM UNTIL WS-FILESTATUS = 10
               READ AUDIT-LOG INTO WS-AUDIT-REC
               AT END
                   MOVE 10 TO WS-FILESTATUS
               NOT AT END
                   PERFORM RECONCILE-APPLY-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
       END-IF.
       IF WS-RCN-FULL EQUAL "Y"
           DISPLAY "More than 5000 contacts to compare - "
                   "reconciliation not made"
           CLOSE CONTACT
           EXIT PARAGRAPH
       END-IF.

       OPEN OUTPUT RECON-REPORT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE CONTACT
           EXIT PARAGRAPH
       END-IF.
       ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "CONTACT FILE RECONCILIATION  RUN " DELIMITED BY SIZE
              WS-AUD-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIME-RAW(1:6) DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "CONTACTS.BK1 TAKEN " DELIMITED BY SIZE
              WS-GEN-I-DATE(1) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-GEN-I-TIME(1) DELIMITED BY SIZE
              " PLUS AUDIT.LOG AGAINST CONTACTS.TXT"
                  DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.
       MOVE "UNEXPLAINED DIFFERENCES" TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.

       MOVE 0 TO WS-RCN-LIVE-COUNT.
       MOVE 0 TO WS-RCN-SAME.
       MOVE 0 TO WS-RCN-EXPLAINED.
       MOVE 0 TO WS-RCN-UNEXPLAINED.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ CONTACT NEXT RECORD
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               PERFORM RECONCILE-CHECK-LIVE
           END-READ
       END-PERFORM.
       CLOSE CONTACT.

      * WHAT THE BACKUP AND LOG SAY SHOULD BE THERE BUT WAS NOT READ
       MOVE 0 TO WS-RCN-EXPECT-COUNT.
       PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
           UNTIL WS-RCN-SUB > WS-RCN-COUNT
           PERFORM RECONCILE-CHECK-UNSEEN
       END-PERFORM.
       IF WS-RCN-UNEXPLAINED = 0
           MOVE "  NONE" TO WS-RCN-LINE
           PERFORM WRITE-RECON-LINE
       END-IF.

       PERFORM WRITE-RECON-TOTALS.
       CLOSE RECON-REPORT.
       MOVE "RECON" TO WS-RPC-TYPE.
       MOVE "RECON.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.

       IF WS-RCN-UNEXPLAINED = 0
           MOVE 0 TO WS-RCN-RC
           DISPLAY "Contact file balances to CONTACTS.BK1 plus the "
                   "audit log - report in RECON.RPT"
       ELSE
           MOVE 8 TO WS-RCN-RC
           DISPLAY "Contact file does NOT balance: "
                   WS-RCN-UNEXPLAINED " unexplained difference(s) - "
                   "see RECON.RPT"
       END-IF.


      ******************************************************************
      *  Load CONTACTS.BK1 into the reconciliation table in key      *
      *  order; WS-FILESTATUS is left at 10 when the whole backup    *
      *  was read                                                    *
      ******************************************************************
       RECONCILE-LOAD-BACKUP.
       MOVE 0 TO WS-RCN-COUNT.
       MOVE "N" TO WS-RCN-FULL.
       OPEN INPUT BACKUP-CONTACT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "CONTACTS.BK1 could not be read (status "
                   WS-FILESTATUS ") - reconciliation not made"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ BACKUP-CONTACT NEXT RECORD
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               IF WS-RCN-COUNT >= 5000
                   DISPLAY "More than 5000 contacts in CONTACTS.BK1 - "
                           "reconciliation not made"
                   MOVE "Y" TO WS-RCN-FULL
                   MOVE 10 TO WS-FILESTATUS
               ELSE
                   ADD 1 TO WS-RCN-COUNT
                   MOVE FS-BKC-NAME TO WS-RCN-I-NAME(WS-RCN-COUNT)
                   MOVE FS-BKC-PERSON TO WS-RCN-I-BASE(WS-RCN-COUNT)
                   MOVE FS-BKC-PERSON
                       TO WS-RCN-I-EXPECT(WS-RCN-COUNT)
                   MOVE "Y" TO WS-RCN-I-IN-BASE(WS-RCN-COUNT)
                   MOVE "Y" TO WS-RCN-I-IN-EXPECT(WS-RCN-COUNT)
                   MOVE "N" TO WS-RCN-I-TOUCHED(WS-RCN-COUNT)
                   MOVE "N" TO WS-RCN-I-SEEN(WS-RCN-COUNT)
               END-IF
           END-READ
       END-PERFORM.
       CLOSE BACKUP-CONTACT.
       MOVE 10 TO WS-FILESTATUS.
       MOVE WS-RCN-COUNT TO WS-RCN-BASE-COUNT.


      ******************************************************************
      *  Apply the audit entry in WS-AUDIT-REC to the expected image *
      *  of its contact when it was logged after the backup; actions *
      *  are read the same way as in point-in-time recovery          *
      ******************************************************************
       RECONCILE-APPLY-ENTRY.
       MOVE SPACES TO WS-RCN-STAMP.
       STRING WS-AUD-DATE DELIMITED BY SIZE
              WS-AUD-TIME DELIMITED BY SIZE
              INTO WS-RCN-STAMP
       END-STRING.
      * THE BACKUP'S OWN SECOND IS INCLUDED, AS IN REPLAY-ONE-AUDIT-
      * ENTRY; APPLYING A CHANGE ALREADY IN THE BACKUP CHANGES NOTHING
       IF WS-RCN-STAMP < WS-RCN-FROM-STAMP
           ADD 1 TO WS-RCN-OUTSIDE
           EXIT PARAGRAPH
       END-IF.

       MOVE WS-AUD-NAME TO WS-RCN-NAME.
       EVALUATE WS-AUD-ACTION
           WHEN "DELETE"
           WHEN "QUARAN"
           WHEN "ARCHIV"
               PERFORM RECONCILE-FIND-NAME
               IF WS-RCN-FOUND > 0
                   MOVE "N" TO WS-RCN-I-IN-EXPECT(WS-RCN-FOUND)
                   MOVE "Y" TO WS-RCN-I-TOUCHED(WS-RCN-FOUND)
               END-IF
               ADD 1 TO WS-RCN-APPLIED
           WHEN "ADD"
           WHEN "IMPORT"
           WHEN "MERGE"
           WHEN "UPDATE"
           WHEN "OVERWR"
           WHEN "REINST"
           WHEN "VCARD"
               PERFORM RECONCILE-FIND-NAME
               IF WS-RCN-FOUND = 0
                   IF WS-RCN-COUNT >= 5000
                       MOVE "Y" TO WS-RCN-FULL
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-RCN-COUNT
                   MOVE WS-RCN-COUNT TO WS-RCN-FOUND
                   MOVE WS-RCN-NAME TO WS-RCN-I-NAME(WS-RCN-FOUND)
                   MOVE SPACES TO WS-RCN-I-BASE(WS-RCN-FOUND)
                   MOVE "N" TO WS-RCN-I-IN-BASE(WS-RCN-FOUND)
                   MOVE "N" TO WS-RCN-I-SEEN(WS-RCN-FOUND)
               END-IF
               PERFORM REPLAY-BUILD-RECORD
               MOVE FS-PERSON TO WS-RCN-I-EXPECT(WS-RCN-FOUND)
               MOVE "Y" TO WS-RCN-I-IN-EXPECT(WS-RCN-FOUND)
               MOVE "Y" TO WS-RCN-I-TOUCHED(WS-RCN-FOUND)
               ADD 1 TO WS-RCN-APPLIED
           WHEN OTHER
               ADD 1 TO WS-RCN-NO-EFFECT
       END-EVALUATE.


      ******************************************************************
      *  Find WS-RCN-NAME in the reconciliation table, leaving its   *
      *  entry number in WS-RCN-FOUND (0 when absent). The backup's  *
      *  entries are in key order and are searched by halving; names *
      *  first seen in the log follow them and are searched in turn  *
      ******************************************************************
       RECONCILE-FIND-NAME.
       MOVE 0 TO WS-RCN-FOUND.
       MOVE 1 TO WS-RCN-LOW.
       MOVE WS-RCN-BASE-COUNT TO WS-RCN-HIGH.
       PERFORM UNTIL WS-RCN-LOW > WS-RCN-HIGH
           COMPUTE WS-RCN-MID = (WS-RCN-LOW + WS-RCN-HIGH) / 2
           IF WS-RCN-I-NAME(WS-RCN-MID) EQUAL WS-RCN-NAME
               MOVE WS-RCN-MID TO WS-RCN-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-RCN-I-NAME(WS-RCN-MID) < WS-RCN-NAME
               COMPUTE WS-RCN-LOW = WS-RCN-MID + 1
           ELSE
               COMPUTE WS-RCN-HIGH = WS-RCN-MID - 1
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-RCN-SUB FROM WS-RCN-BASE-COUNT BY 1
           UNTIL WS-RCN-SUB >= WS-RCN-COUNT
           IF WS-RCN-I-NAME(WS-RCN-SUB + 1) EQUAL WS-RCN-NAME
               COMPUTE WS-RCN-FOUND = WS-RCN-SUB + 1
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.


      ******************************************************************
      *  Check the live record in FS-PERSON against what the backup  *
      *  and log say it should be                                    *
      ******************************************************************
       RECONCILE-CHECK-LIVE.
       ADD 1 TO WS-RCN-LIVE-COUNT.
       MOVE FS-NAME TO WS-RCN-NAME.
       PERFORM RECONCILE-FIND-NAME.
       IF WS-RCN-FOUND = 0
           MOVE "ON FILE - NOT IN BACKUP OR LOG" TO WS-RCN-REASON
           PERFORM RECONCILE-UNEXPLAINED
           EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-RCN-I-SEEN(WS-RCN-FOUND).
       IF WS-RCN-I-IN-EXPECT(WS-RCN-FOUND) NOT EQUAL "Y"
           MOVE "ON FILE - LOGGED AS REMOVED" TO WS-RCN-REASON
           PERFORM RECONCILE-UNEXPLAINED
           EXIT PARAGRAPH
       END-IF.

       IF FS-PERSON NOT EQUAL WS-RCN-I-EXPECT(WS-RCN-FOUND)
           MOVE "DIFFERS FROM BACKUP PLUS LOG" TO WS-RCN-REASON
           PERFORM RECONCILE-UNEXPLAINED
           MOVE WS-RCN-I-EXPECT(WS-RCN-FOUND) TO WS-SCAN-PERSON
           MOVE FS-PERSON TO WS-PERSON
           PERFORM RECONCILE-FIELD-DETAIL
           EXIT PARAGRAPH
       END-IF.

       IF WS-RCN-I-IN-BASE(WS-RCN-FOUND) EQUAL "Y"
          AND WS-RCN-I-BASE(WS-RCN-FOUND)
              EQUAL WS-RCN-I-EXPECT(WS-RCN-FOUND)
           ADD 1 TO WS-RCN-SAME
       ELSE
           ADD 1 TO WS-RCN-EXPLAINED
       END-IF.


      ******************************************************************
      *  Settle a table entry the live file did not hold: a logged   *
      *  removal is explained, anything else is missing              *
      ******************************************************************
       RECONCILE-CHECK-UNSEEN.
       IF WS-RCN-I-IN-EXPECT(WS-RCN-SUB) EQUAL "Y"
           ADD 1 TO WS-RCN-EXPECT-COUNT
       END-IF.
       IF WS-RCN-I-SEEN(WS-RCN-SUB) EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       IF WS-RCN-I-IN-EXPECT(WS-RCN-SUB) EQUAL "Y"
           MOVE WS-RCN-I-NAME(WS-RCN-SUB) TO WS-RCN-NAME
           MOVE "MISSING FROM FILE" TO WS-RCN-REASON
           PERFORM RECONCILE-UNEXPLAINED
           EXIT PARAGRAPH
       END-IF.
       IF WS-RCN-I-IN-BASE(WS-RCN-SUB) EQUAL "Y"
           ADD 1 TO WS-RCN-EXPLAINED
       END-IF.


      ******************************************************************
      *  Count and print one unexplained difference for WS-RCN-NAME  *
      ******************************************************************
       RECONCILE-UNEXPLAINED.
       ADD 1 TO WS-RCN-UNEXPLAINED.
       MOVE WS-RCN-NAME(1:20) TO WS-RCN-N-LASTNAME.
       MOVE WS-RCN-NAME(21:20) TO WS-RCN-N-FIRSTNAME.
       MOVE WS-RCN-REASON TO WS-RCN-N-REASON.
       MOVE WS-RCN-NAME-LINE TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.


      ******************************************************************
      *  Print each field that differs between the expected image in *
      *  WS-SCAN-PERSON and the live record in WS-PERSON             *
      ******************************************************************
       RECONCILE-FIELD-DETAIL.
       IF WS-PHONENUMBER NOT EQUAL WS-SCAN-PHONENUMBER
           MOVE "PHONE" TO WS-RCN-D-FIELD
           MOVE WS-SCAN-PHONENUMBER TO WS-RCN-EXPECTED
           MOVE WS-PHONENUMBER TO WS-RCN-ON-FILE
           PERFORM RECONCILE-FIELD-LINES
       END-IF.
       IF WS-EMAIL NOT EQUAL WS-SCAN-EMAIL
           MOVE "EMAIL" TO WS-RCN-D-FIELD
           MOVE WS-SCAN-EMAIL TO WS-RCN-EXPECTED
           MOVE WS-EMAIL TO WS-RCN-ON-FILE
           PERFORM RECONCILE-FIELD-LINES
       END-IF.
       IF WS-STREET NOT EQUAL WS-SCAN-STREET
           MOVE "STREET" TO WS-RCN-D-FIELD
           MOVE WS-SCAN-STREET TO WS-RCN-EXPECTED
           MOVE WS-STREET TO WS-RCN-ON-FILE
           PERFORM RECONCILE-FIELD-LINES
       END-IF.
       IF WS-BIRTHDAY NOT EQUAL WS-SCAN-BIRTHDAY
           MOVE "BIRTHDAY" TO WS-RCN-D-FIELD
           MOVE WS-SCAN-BIRTHDAY TO WS-RCN-EXPECTED
           MOVE WS-BIRTHDAY TO WS-RCN-ON-FILE
           PERFORM RECONCILE-FIELD-LINES
       END-IF.


      ******************************************************************
      *  Print the expected and on-file values of one field          *
      ******************************************************************
       RECONCILE-FIELD-LINES.
       MOVE "EXPECTED" TO WS-RCN-D-WHICH.
       MOVE WS-RCN-EXPECTED TO WS-RCN-D-VALUE.
       MOVE WS-RCN-DTL-LINE TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-D-FIELD.
       MOVE "ON FILE" TO WS-RCN-D-WHICH.
       MOVE WS-RCN-ON-FILE TO WS-RCN-D-VALUE.
       MOVE WS-RCN-DTL-LINE TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.


      ******************************************************************
      *  Write the record counts and the balancing result            *
      ******************************************************************
       WRITE-RECON-TOTALS.
       MOVE SPACES TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.
       MOVE "TOTALS" TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  RECORDS IN CONTACTS.BK1.........: " DELIMITED BY SIZE
              WS-RCN-BASE-COUNT DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  LOG ENTRIES APPLIED.............: " DELIMITED BY SIZE
              WS-RCN-APPLIED DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  LOG ENTRIES NOT CHANGING RECORDS: " DELIMITED BY SIZE
              WS-RCN-NO-EFFECT DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  LOG ENTRIES BEFORE THE BACKUP...: " DELIMITED BY SIZE
              WS-RCN-OUTSIDE DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  RECORDS EXPECTED................: " DELIMITED BY SIZE
              WS-RCN-EXPECT-COUNT DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  RECORDS IN CONTACTS.TXT.........: " DELIMITED BY SIZE
              WS-RCN-LIVE-COUNT DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  UNCHANGED SINCE THE BACKUP......: " DELIMITED BY SIZE
              WS-RCN-SAME DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  EXPLAINED DIFFERENCES...........: " DELIMITED BY SIZE
              WS-RCN-EXPLAINED DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       STRING "  UNEXPLAINED DIFFERENCES.........: " DELIMITED BY SIZE
              WS-RCN-UNEXPLAINED DELIMITED BY SIZE
              INTO WS-RCN-LINE
       END-STRING.
       PERFORM WRITE-RECON-LINE.
       MOVE SPACES TO WS-RCN-LINE.
       PERFORM WRITE-RECON-LINE.
       IF WS-RCN-UNEXPLAINED = 0
           MOVE "FILE BALANCES" TO WS-RCN-LINE
       ELSE
           MOVE "** FILE DOES NOT BALANCE **" TO WS-RCN-LINE
       END-IF.
       PERFORM WRITE-RECON-LINE.


      ******************************************************************
      *  Write the line in WS-RCN-LINE to the reconciliation report  *
      ******************************************************************
       WRITE-RECON-LINE.
       MOVE WS-RCN-LINE TO FS-RCN-LINE.
       WRITE FS-RCN-LINE
       END-WRITE.


      ******************************************************************
      *  Move the contacts nobody has dealt with since a cut-off     *
      *  date into CONTACTS.ARC with their category memberships. The *
      *  latest activity comes from the audit log (and any archived  *
      *  period reaching past the cut-off) and from dated notes. A   *
      *  proposed list goes to PURGE.RPT first, and nothing moves    *
      *  until the supervisor confirms it                            *
      ******************************************************************
       PURGE-INACTIVE-CONTACTS.
       IF NOT OPR-SUPERVISOR
           DISPLAY "Archiving contacts needs supervisor authority"
           EXIT PARAGRAPH
       END-IF.
       ACCEPT WS-PRG-TODAY FROM DATE YYYYMMDD.
       DISPLAY "Archive contacts with no activity since "
               "(YYYYMMDD): ".
       MOVE SPACES TO WS-NTE-DATE-INPUT.
       ACCEPT WS-NTE-DATE-INPUT.
       PERFORM CHECK-NOTE-DATE.
       IF WS-NTE-DATE-OK NOT EQUAL "Y"
           DISPLAY "Invalid date - must be a real YYYYMMDD date"
           EXIT PARAGRAPH
       END-IF.
       IF WS-NTE-DATE-INPUT NOT LESS THAN WS-PRG-TODAY
           DISPLAY "The cut-off must be before today"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NTE-DATE-INPUT TO WS-PRG-CUTOFF.

       PERFORM PURGE-LOAD-CONTACTS.
       IF WS-PRG-FULL EQUAL "Y"
           DISPLAY "More than 5000 contacts on file - archive run "
                   "not made"
           EXIT PARAGRAPH
       END-IF.
       IF WS-PRG-COUNT = 0
           DISPLAY "No contacts on file to archive"
           EXIT PARAGRAPH
       END-IF.

      * ONLY AN ARCHIVED PERIOD REACHING PAST THE CUT-OFF CAN HOLD
      * ACTIVITY THAT KEEPS A CONTACT
       PERFORM LOAD-AUDIT-CATALOG.
       PERFORM VARYING WS-ARL-SUB FROM 1 BY 1
           UNTIL WS-ARL-SUB > WS-ARL-CAT-COUNT
           IF WS-ARL-I-LAST(WS-ARL-SUB)(1:8)
              NOT LESS THAN WS-PRG-CUTOFF
               PERFORM PURGE-READ-ONE-ARCHIVE
           END-IF
       END-PERFORM.
       OPEN INPUT AUDIT-LOG.
       IF WS-FILESTATUS IS EQUAL 0
           PERFORM UNTIL WS-FILESTATUS = 10
               READ AUDIT-LOG INTO WS-AUDIT-REC
               AT END
                   MOVE 10 TO WS-FILESTATUS
               NOT AT END
                   PERFORM PURGE-NOTE-ACTIVITY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
       END-IF.

       PERFORM PURGE-CHECK-CANDIDATES.
       IF WS-PRG-FULL EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       PERFORM PURGE-WRITE-PROPOSAL.

       DISPLAY WS-PRG-CANDIDATES " contact(s) inactive since "
               WS-PRG-CUTOFF ", " WS-PRG-HELD-COUNT
               " held back - list in PURGE.RPT".
       IF WS-PRG-CANDIDATES = 0
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Archive the " WS-PRG-CANDIDATES
               " contact(s) listed? (Y/N): ".
       ACCEPT WS-DUP-ANSWER.
       IF WS-DUP-ANSWER NOT EQUAL "Y"
          AND WS-DUP-ANSWER NOT EQUAL "y"
           DISPLAY "Archive run cancelled - nothing moved"
           EXIT PARAGRAPH
       END-IF.
       PERFORM PURGE-ARCHIVE-CANDIDATES.


      ******************************************************************
      *  Load every contact's name and phone into the purge table in *
      *  key order                                                   *
      ******************************************************************
       PURGE-LOAD-CONTACTS.
       MOVE 0 TO WS-PRG-COUNT.
       MOVE "N" TO WS-PRG-FULL.
       OPEN INPUT CONTACT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ CONTACT NEXT RECORD
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               IF WS-PRG-COUNT >= 5000
                   MOVE "Y" TO WS-PRG-FULL
                   MOVE 10 TO WS-FILESTATUS
               ELSE
                   ADD 1 TO WS-PRG-COUNT
                   MOVE FS-NAME TO WS-PRG-I-NAME(WS-PRG-COUNT)
                   MOVE FS-PHONENUMBER TO WS-PRG-I-PHONE(WS-PRG-COUNT)
                   MOVE SPACES TO WS-PRG-I-LAST(WS-PRG-COUNT)
                   MOVE SPACES TO WS-PRG-I-STATUS(WS-PRG-COUNT)
                   MOVE SPACES TO WS-PRG-I-NOTE(WS-PRG-COUNT)
               END-IF
           END-READ
       END-PERFORM.
       CLOSE CONTACT.


      ******************************************************************
      *  Take the activity in the archive file at WS-ARL-SUB in the  *
      *  catalog table into the purge table                          *
      ******************************************************************
       PURGE-READ-ONE-ARCHIVE.
       MOVE WS-ARL-I-FILE(WS-ARL-SUB) TO WS-ARL-FILENAME.
       OPEN INPUT AUDIT-ARCHIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Archive " WS-ARL-FILENAME " could not be read "
                   "(status " WS-FILESTATUS ")"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ AUDIT-ARCHIVE INTO WS-AUDIT-REC
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               PERFORM PURGE-NOTE-ACTIVITY
           END-READ
       END-PERFORM.
       CLOSE AUDIT-ARCHIVE.


      ******************************************************************
      *  Keep the latest activity date of the contact named in the   *
      *  audit entry in WS-AUDIT-REC                                 *
      ******************************************************************
       PURGE-NOTE-ACTIVITY.
       MOVE WS-AUD-NAME TO WS-PRG-NAME.
       PERFORM PURGE-FIND-NAME.
       IF WS-PRG-FOUND > 0
          AND WS-AUD-DATE > WS-PRG-I-LAST(WS-PRG-FOUND)
           MOVE WS-AUD-DATE TO WS-PRG-I-LAST(WS-PRG-FOUND)
       END-IF.


      ******************************************************************
      *  Find WS-PRG-NAME in the purge table by halving, leaving its *
      *  entry number in WS-PRG-FOUND (0 when absent)                *
      ******************************************************************
       PURGE-FIND-NAME.
       MOVE 0 TO WS-PRG-FOUND.
       MOVE 1 TO WS-PRG-LOW.
       MOVE WS-PRG-COUNT TO WS-PRG-HIGH.
       PERFORM UNTIL WS-PRG-LOW > WS-PRG-HIGH
           COMPUTE WS-PRG-MID = (WS-PRG-LOW + WS-PRG-HIGH) / 2
           IF WS-PRG-I-NAME(WS-PRG-MID) EQUAL WS-PRG-NAME
               MOVE WS-PRG-MID TO WS-PRG-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-PRG-I-NAME(WS-PRG-MID) < WS-PRG-NAME
               COMPUTE WS-PRG-LOW = WS-PRG-MID + 1
           ELSE
               COMPUTE WS-PRG-HIGH = WS-PRG-MID - 1
           END-IF
       END-PERFORM.


      ******************************************************************
      *  Decide each contact: active, inactive (to be archived), or  *
      *  held back because a change request is waiting for it or it  *
      *  has more categories than an archive record holds            *
      ******************************************************************
       PURGE-CHECK-CANDIDATES.
       MOVE "N" TO WS-PRG-NOTES-OPEN.
       MOVE "N" TO WS-PRG-PND-OPEN.
       MOVE "N" TO WS-PRG-CTG-OPEN.
       OPEN INPUT NOTES-FILE.
       IF WS-FILESTATUS IS EQUAL 0
           MOVE "Y" TO WS-PRG-NOTES-OPEN
       END-IF.
       OPEN INPUT PENDING-FILE.
       IF WS-FILESTATUS IS EQUAL 0
           MOVE "Y" TO WS-PRG-PND-OPEN
       END-IF.
       OPEN INPUT CATEGORY-FILE.
       IF WS-FILESTATUS IS EQUAL 0
           MOVE "Y" TO WS-PRG-CTG-OPEN
       ELSE
      * A MEMBERSHIP FILE THAT EXISTS BUT CANNOT BE READ WOULD LOSE
      * CATEGORIES ON THE WAY TO THE ARCHIVE
           IF NOT FS-NOT-FOUND
               PERFORM DISPLAY-FILE-ERROR
               MOVE "Y" TO WS-PRG-FULL
           END-IF
       END-IF.

       MOVE 0 TO WS-PRG-CANDIDATES.
       MOVE 0 TO WS-PRG-HELD-COUNT.
       IF WS-PRG-FULL NOT EQUAL "Y"
           PERFORM VARYING WS-PRG-SUB FROM 1 BY 1
               UNTIL WS-PRG-SUB > WS-PRG-COUNT
               PERFORM PURGE-CHECK-ONE
           END-PERFORM
       END-IF.

       IF WS-PRG-NOTES-OPEN EQUAL "Y"
           CLOSE NOTES-FILE
       END-IF.
       IF WS-PRG-PND-OPEN EQUAL "Y"
           CLOSE PENDING-FILE
       END-IF.
       IF WS-PRG-CTG-OPEN EQUAL "Y"
           CLOSE CATEGORY-FILE
       END-IF.


      ******************************************************************
      *  Decide the contact at WS-PRG-SUB in the purge table         *
      ******************************************************************
       PURGE-CHECK-ONE.
       IF WS-PRG-I-LAST(WS-PRG-SUB) NOT LESS THAN WS-PRG-CUTOFF
           MOVE "A" TO WS-PRG-I-STATUS(WS-PRG-SUB)
           EXIT PARAGRAPH
       END-IF.

      * A NOTE DATED ON OR AFTER THE CUT-OFF MEANS WE DEALT WITH THEM
       IF WS-PRG-NOTES-OPEN EQUAL "Y"
           MOVE WS-PRG-I-NAME(WS-PRG-SUB) TO FS-NTE-NAME
           MOVE WS-PRG-CUTOFF TO FS-NTE-DATE
           MOVE SPACES TO FS-NTE-TIME
           START NOTES-FILE KEY IS NOT LESS THAN FS-NTE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ NOTES-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-NTE-NAME
                              EQUAL WS-PRG-I-NAME(WS-PRG-SUB)
                               MOVE FS-NTE-DATE
                                   TO WS-PRG-I-LAST(WS-PRG-SUB)
                               MOVE "A" TO WS-PRG-I-STATUS(WS-PRG-SUB)
                           END-IF
                   END-READ
           END-START
           IF PRG-ACTIVE(WS-PRG-SUB)
               EXIT PARAGRAPH
           END-IF
       END-IF.

       IF WS-PRG-PND-OPEN EQUAL "Y"
           MOVE WS-PRG-I-NAME(WS-PRG-SUB) TO WS-SCAN-NAME
           PERFORM FIND-OUTSTANDING-REQUEST
           IF WS-PND-OUTSTANDING EQUAL "Y"
               MOVE "K" TO WS-PRG-I-STATUS(WS-PRG-SUB)
               MOVE "CHANGE PENDING" TO WS-PRG-I-NOTE(WS-PRG-SUB)
               ADD 1 TO WS-PRG-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
       END-IF.

       MOVE WS-PRG-I-NAME(WS-PRG-SUB) TO WS-PRG-NAME.
       PERFORM PURGE-GATHER-CATEGORIES.
       IF WS-PRG-CTG-COUNT > 20
           MOVE "K" TO WS-PRG-I-STATUS(WS-PRG-SUB)
           MOVE "OVER 20 CATEGORY" TO WS-PRG-I-NOTE(WS-PRG-SUB)
           ADD 1 TO WS-PRG-HELD-COUNT
           EXIT PARAGRAPH
       END-IF.

       MOVE "C" TO WS-PRG-I-STATUS(WS-PRG-SUB).
       ADD 1 TO WS-PRG-CANDIDATES.


      ******************************************************************
      *  Collect the categories of the contact in WS-PRG-NAME into   *
      *  WS-PRG-CTG-TABLE, counting any beyond the twentieth; the    *
      *  category file must already be open when WS-PRG-CTG-OPEN is  *
      *  "Y"                                                         *
      ******************************************************************
       PURGE-GATHER-CATEGORIES.
       MOVE 0 TO WS-PRG-CTG-COUNT.
       MOVE SPACES TO WS-PRG-CTG-TABLE.
       IF WS-PRG-CTG-OPEN NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-CTG-DONE.
       MOVE WS-PRG-NAME TO FS-CTG-NAME.
       MOVE SPACES TO FS-CTG-CATEGORY.
       START CATEGORY-FILE KEY IS NOT LESS THAN FS-CTG-KEY
           INVALID KEY
               MOVE "Y" TO WS-CTG-DONE
       END-START.
       PERFORM UNTIL WS-CTG-DONE = "Y"
           READ CATEGORY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-CTG-DONE
           NOT AT END
               IF FS-CTG-NAME NOT EQUAL WS-PRG-NAME
                   MOVE "Y" TO WS-CTG-DONE
               ELSE
                   ADD 1 TO WS-PRG-CTG-COUNT
                   IF WS-PRG-CTG-COUNT <= 20
                       MOVE FS-CTG-CATEGORY
                           TO WS-PRG-CTG-ITEM(WS-PRG-CTG-COUNT)
                   END-IF
               END-IF
           END-READ
       END-PERFORM.


      ******************************************************************
      *  Write the proposed archive list to PURGE.RPT                *
      ******************************************************************
       PURGE-WRITE-PROPOSAL.
       OPEN OUTPUT PURGE-REPORT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE SPACES TO WS-PRG-LINE.
       STRING "PROPOSED ARCHIVE - NO ACTIVITY SINCE " DELIMITED BY SIZE
              WS-PRG-CUTOFF DELIMITED BY SIZE
              "  RUN " DELIMITED BY SIZE
              WS-PRG-TODAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIME-RAW(1:6) DELIMITED BY SIZE
              INTO WS-PRG-LINE
       END-STRING.
       PERFORM WRITE-PURGE-LINE.
       MOVE SPACES TO WS-PRG-LINE.
       PERFORM WRITE-PURGE-LINE.
       MOVE SPACES TO WS-PRG-DTL-LINE.
       MOVE "LAST NAME" TO WS-PRG-D-LASTNAME.
       MOVE "FIRST NAME" TO WS-PRG-D-FIRSTNAME.
       MOVE "PHONE" TO WS-PRG-D-PHONE.
       MOVE "LAST SEEN" TO WS-PRG-D-LAST.
       MOVE "HELD BACK" TO WS-PRG-D-NOTE.
       MOVE WS-PRG-DTL-LINE TO WS-PRG-LINE.
       PERFORM WRITE-PURGE-LINE.

       PERFORM VARYING WS-PRG-SUB FROM 1 BY 1
           UNTIL WS-PRG-SUB > WS-PRG-COUNT
           IF PRG-INACTIVE(WS-PRG-SUB) OR PRG-HELD(WS-PRG-SUB)
               MOVE SPACES TO WS-PRG-DTL-LINE
               MOVE WS-PRG-I-NAME(WS-PRG-SUB)(1:20)
                   TO WS-PRG-D-LASTNAME
               MOVE WS-PRG-I-NAME(WS-PRG-SUB)(21:20)
                   TO WS-PRG-D-FIRSTNAME
               MOVE WS-PRG-I-PHONE(WS-PRG-SUB) TO WS-PRG-D-PHONE
               IF WS-PRG-I-LAST(WS-PRG-SUB) EQUAL SPACES
                   MOVE "NOT SEEN" TO WS-PRG-D-LAST
               ELSE
                   MOVE WS-PRG-I-LAST(WS-PRG-SUB) TO WS-PRG-D-LAST
               END-IF
               MOVE WS-PRG-I-NOTE(WS-PRG-SUB) TO WS-PRG-D-NOTE
               MOVE WS-PRG-DTL-LINE TO WS-PRG-LINE
               PERFORM WRITE-PURGE-LINE
           END-IF
       END-PERFORM.

       MOVE SPACES TO WS-PRG-LINE.
       PERFORM WRITE-PURGE-LINE.
       MOVE "NOT SEEN = NO ACTIVITY IN THE LIVE LOG, OR IN ANY ARCHIVED"
           TO WS-PRG-LINE.
       PERFORM WRITE-PURGE-LINE.
       MOVE "           PERIOD REACHING PAST THE CUT-OFF"
           TO WS-PRG-LINE.
       PERFORM WRITE-PURGE-LINE.
       MOVE SPACES TO WS-PRG-LINE.
       STRING "CONTACTS ON FILE......: " DELIMITED BY SIZE
              WS-PRG-COUNT DELIMITED BY SIZE
              INTO WS-PRG-LINE
       END-STRING.
       PERFORM WRITE-PURGE-LINE.
       MOVE SPACES TO WS-PRG-LINE.
       STRING "PROPOSED FOR ARCHIVE..: " DELIMITED BY SIZE
              WS-PRG-CANDIDATES DELIMITED BY SIZE
              INTO WS-PRG-LINE
       END-STRING.
       PERFORM WRITE-PURGE-LINE.
       MOVE SPACES TO WS-PRG-LINE.
       STRING "HELD BACK.............: " DELIMITED BY SIZE
              WS-PRG-HELD-COUNT DELIMITED BY SIZE
              INTO WS-PRG-LINE
       END-STRING.
       PERFORM WRITE-PURGE-LINE.
       CLOSE PURGE-REPORT.
       MOVE "PURGE" TO WS-RPC-TYPE.
       MOVE "PURGE.RPT" TO WS-RPC-SOURCE.
       PERFORM SAVE-REPORT-COPY.


      ******************************************************************
      *  Write the line in WS-PRG-LINE to the purge report           *
      ******************************************************************
       WRITE-PURGE-LINE.
       MOVE WS-PRG-LINE TO FS-PRG-LINE.
       WRITE FS-PRG-LINE
       END-WRITE.


      ******************************************************************
      *  Archive every contact the supervisor confirmed, under the   *
      *  contact lock and after a backup, as any delete is           *
      ******************************************************************
       PURGE-ARCHIVE-CANDIDATES.
       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       CLOSE CONTACT.
       PERFORM BACKUP-CONTACT-FILE.
       IF WS-BAK-RESULT IS NOT EQUAL 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

       OPEN I-O CONTACT-ARCHIVE.
       IF FS-NOT-FOUND
           OPEN OUTPUT CONTACT-ARCHIVE
           CLOSE CONTACT-ARCHIVE
           OPEN I-O CONTACT-ARCHIVE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE CONTACT
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-PRG-CTG-OPEN.
       OPEN I-O CATEGORY-FILE.
       IF WS-FILESTATUS IS EQUAL 0
           MOVE "Y" TO WS-PRG-CTG-OPEN
       ELSE
           IF NOT FS-NOT-FOUND
               PERFORM DISPLAY-FILE-ERROR
               CLOSE CONTACT-ARCHIVE
               CLOSE CONTACT
               EXIT PARAGRAPH
           END-IF
       END-IF.

       MOVE 0 TO WS-PRG-ARCHIVED.
       MOVE 0 TO WS-PRG-FAILED.
       PERFORM VARYING WS-PRG-SUB FROM 1 BY 1
           UNTIL WS-PRG-SUB > WS-PRG-COUNT
           IF PRG-INACTIVE(WS-PRG-SUB)
               PERFORM PURGE-ARCHIVE-ONE
           END-IF
       END-PERFORM.

       IF WS-PRG-CTG-OPEN EQUAL "Y"
           CLOSE CATEGORY-FILE
       END-IF.
       CLOSE CONTACT-ARCHIVE.
       CLOSE CONTACT.
       DISPLAY WS-PRG-ARCHIVED " contact(s) moved to CONTACTS.ARC, "
               WS-PRG-FAILED " not moved".


      ******************************************************************
      *  Move the contact at WS-PRG-SUB in the purge table and its   *
      *  categories to the archive and log it as ARCHIV; the contact,*
      *  archive, and category files must already be open for update *
      ******************************************************************
       PURGE-ARCHIVE-ONE.
       MOVE WS-PRG-I-NAME(WS-PRG-SUB) TO WS-PRG-NAME.
       MOVE WS-PRG-NAME TO FS-NAME.
       READ CONTACT
           INVALID KEY
               CONTINUE
       END-READ.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Not archived - no longer on file: " WS-PRG-NAME
           ADD 1 TO WS-PRG-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE FS-PERSON TO WS-SCAN-PERSON.
       PERFORM PURGE-GATHER-CATEGORIES.
       IF WS-PRG-CTG-COUNT > 20
           DISPLAY "Not archived - over 20 categories: " WS-PRG-NAME
           ADD 1 TO WS-PRG-FAILED
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO FS-CAR-RECORD.
       MOVE WS-SCAN-PERSON TO FS-CAR-PERSON.
       MOVE WS-PRG-CTG-COUNT TO FS-CAR-CTG-COUNT.
       PERFORM VARYING WS-PRG-CTG-SUB FROM 1 BY 1
           UNTIL WS-PRG-CTG-SUB > WS-PRG-CTG-COUNT
           MOVE WS-PRG-CTG-ITEM(WS-PRG-CTG-SUB)
               TO FS-CAR-CATEGORY(WS-PRG-CTG-SUB)
       END-PERFORM.
       MOVE WS-PRG-I-LAST(WS-PRG-SUB) TO FS-CAR-LAST-ACTIVITY.
       ACCEPT FS-CAR-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-RAW FROM TIME.
       MOVE WS-TIME-RAW(1:6) TO FS-CAR-TIME.
       MOVE WS-OPR-ID TO FS-CAR-OPERATOR.
       WRITE FS-CAR-RECORD
           INVALID KEY
               CONTINUE
       END-WRITE.
       IF FS-DUPLICATE-KEY
           DISPLAY "Not archived - already in CONTACTS.ARC: "
                   WS-PRG-NAME
           ADD 1 TO WS-PRG-FAILED
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           ADD 1 TO WS-PRG-FAILED
           EXIT PARAGRAPH
       END-IF.

       PERFORM VARYING WS-PRG-CTG-SUB FROM 1 BY 1
           UNTIL WS-PRG-CTG-SUB > WS-PRG-CTG-COUNT
           MOVE WS-PRG-NAME TO FS-CTG-NAME
           MOVE WS-PRG-CTG-ITEM(WS-PRG-CTG-SUB) TO FS-CTG-CATEGORY
           DELETE CATEGORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
       END-PERFORM.

       MOVE WS-PRG-NAME TO FS-NAME.
       DELETE CONTACT RECORD
           INVALID KEY
               PERFORM DISPLAY-FILE-ERROR
               ADD 1 TO WS-PRG-FAILED
           NOT INVALID KEY
               ADD 1 TO WS-PRG-ARCHIVED
               MOVE "ARCHIV" TO WS-AUD-ACTION
               MOVE WS-SCAN-NAME TO WS-AUD-NAME
               PERFORM AUDIT-SET-BEFORE
               MOVE SPACES TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
       END-DELETE.


      ******************************************************************
      *  Bring an archived contact back into the contact file with   *
      *  its category memberships, exactly as it was archived, and   *
      *  log it as REINST                                            *
      ******************************************************************
       REINSTATE-ARCHIVED-CONTACT.
       DISPLAY "First name of archived contact: ".
       ACCEPT WS-SEL-FIRSTNAME.
       DISPLAY "Last name of archived contact: ".
       ACCEPT WS-SEL-LASTNAME.
       OPEN INPUT CONTACT-ARCHIVE.
       IF FS-NOT-FOUND
           DISPLAY "No archived contacts on file"
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SEL-LASTNAME TO FS-CAR-LASTNAME.
       MOVE WS-SEL-FIRSTNAME TO FS-CAR-FIRSTNAME.
       READ CONTACT-ARCHIVE
           INVALID KEY
               CONTINUE
       END-READ.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "No archived contact of that name"
           CLOSE CONTACT-ARCHIVE
           EXIT PARAGRAPH
       END-IF.
       CLOSE CONTACT-ARCHIVE.

       MOVE FS-CAR-PERSON TO WS-PERSON.
       MOVE SPACES TO WS-PRG-CTG-TABLE.
       MOVE FS-CAR-CTG-COUNT TO WS-PRG-CTG-COUNT.
       PERFORM VARYING WS-PRG-CTG-SUB FROM 1 BY 1
           UNTIL WS-PRG-CTG-SUB > WS-PRG-CTG-COUNT
           MOVE FS-CAR-CATEGORY(WS-PRG-CTG-SUB)
               TO WS-PRG-CTG-ITEM(WS-PRG-CTG-SUB)
       END-PERFORM.
       PERFORM DISPLAY-CONTACT-LINE.
       DISPLAY "     archived " FS-CAR-DATE " by " FS-CAR-OPERATOR
               ", in " WS-PRG-CTG-COUNT " categories".

       PERFORM CHECK-DUPLICATE-CONTACT.
       IF WS-DUP-FOUND EQUAL "Y"
           DISPLAY "A contact named " WS-NAME " is already on file "
                   "- reinstate cancelled"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Reinstate this contact? (Y/N): ".
       ACCEPT WS-DUP-ANSWER.
       IF WS-DUP-ANSWER NOT EQUAL "Y"
          AND WS-DUP-ANSWER NOT EQUAL "y"
           DISPLAY "Reinstate cancelled"
           EXIT PARAGRAPH
       END-IF.

       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF FS-NOT-FOUND
           OPEN OUTPUT CONTACT WITH LOCK
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PERSON TO FS-PERSON.
       WRITE FS-PERSON
           INVALID KEY
               PERFORM DISPLAY-FILE-ERROR
               CLOSE CONTACT
               EXIT PARAGRAPH
       END-WRITE.
       MOVE "REINST" TO WS-AUD-ACTION.
       MOVE WS-NAME TO WS-AUD-NAME.
       MOVE SPACES TO WS-AUD-BEFORE.
       PERFORM AUDIT-SET-AFTER.
       PERFORM WRITE-AUDIT-RECORD.
       CLOSE CONTACT.

       IF WS-PRG-CTG-COUNT > 0
           OPEN I-O CATEGORY-FILE
           IF FS-NOT-FOUND
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE
           END-IF
           IF WS-FILESTATUS IS NOT EQUAL 0
               DISPLAY "Warning: categories not restored (status "
                       WS-FILESTATUS ")"
           ELSE
               PERFORM VARYING WS-PRG-CTG-SUB FROM 1 BY 1
                   UNTIL WS-PRG-CTG-SUB > WS-PRG-CTG-COUNT
                   MOVE WS-NAME TO FS-CTG-NAME
                   MOVE WS-PRG-CTG-ITEM(WS-PRG-CTG-SUB)
                       TO FS-CTG-CATEGORY
                   WRITE FS-CTG-MEMBER
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF
       END-IF.

       OPEN I-O CONTACT-ARCHIVE.
       IF WS-FILESTATUS IS EQUAL 0
           MOVE WS-NAME TO FS-CAR-NAME
           DELETE CONTACT-ARCHIVE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE CONTACT-ARCHIVE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: archive copy not removed (status "
                   WS-FILESTATUS ")"
       END-IF.
       DISPLAY "Reinstated " WS-NAME.


      ******************************************************************
      *  Look for WS-SEARCH-NAME among the archived contacts, so a   *
      *  purged contact can be told apart from one never on file     *
      ******************************************************************
       SEARCH-ARCHIVED-CONTACTS.
       OPEN INPUT CONTACT-ARCHIVE.
       IF FS-NOT-FOUND
           DISPLAY "No archived contacts on file"
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ CONTACT-ARCHIVE NEXT RECORD
           AT END MOVE 10 TO WS-FILESTATUS
           NOT AT END
               MOVE FS-CAR-PERSON TO WS-PERSON
               MOVE 0 TO WS-MATCH-COUNT
               INSPECT WS-FIRSTNAME TALLYING WS-MATCH-COUNT
                   FOR ALL WS-SEARCH-NAME(1:WS-SEARCH-LEN)
               IF WS-MATCH-COUNT = 0
                   INSPECT WS-LASTNAME TALLYING WS-MATCH-COUNT
                       FOR ALL WS-SEARCH-NAME(1:WS-SEARCH-LEN)
               END-IF
               IF WS-MATCH-COUNT > 0
                   PERFORM DISPLAY-CONTACT-LINE
                   DISPLAY "     archived " FS-CAR-DATE " by "
                           FS-CAR-OPERATOR
               END-IF
           END-READ
       END-PERFORM.
       CLOSE CONTACT-ARCHIVE.


      ******************************************************************
      *  Keep a dated copy of the report just closed (WS-RPC-SOURCE) *
      *  as TYPE.YYYYMMDD.NNN and catalog it in REPORTS.CAT with the *
      *  run stamp, operator and line count. A copy that cannot be   *
      *  kept is only a warning - the report itself is complete      *
      ******************************************************************
       SAVE-REPORT-COPY.
       ACCEPT WS-RPC-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-RPC-CLOCK FROM TIME.
       MOVE 0 TO WS-RPC-LINES.
       OPEN INPUT REPORT-COPY.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: no dated copy of "
                   FUNCTION TRIM(WS-RPC-SOURCE) " kept (status "
                   WS-FILESTATUS ")"
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ REPORT-COPY
           AT END MOVE 10 TO WS-FILESTATUS
           NOT AT END ADD 1 TO WS-RPC-LINES
           END-READ
       END-PERFORM.
       CLOSE REPORT-COPY.

      * NEXT SEQUENCE NUMBER FOR THIS REPORT TYPE TODAY
       MOVE 0 TO WS-RPC-SEQ.
       OPEN INPUT REPORT-CATALOG.
       IF WS-FILESTATUS IS EQUAL 0
           PERFORM UNTIL WS-FILESTATUS = 10
               READ REPORT-CATALOG INTO WS-RPC-CAT-LINE
               AT END MOVE 10 TO WS-FILESTATUS
               NOT AT END
                   IF WS-RPC-C-TYPE = WS-RPC-TYPE
                      AND WS-RPC-C-DATE = WS-RPC-DATE
                      AND WS-RPC-C-SEQ IS NUMERIC
                      AND WS-RPC-C-SEQ > WS-RPC-SEQ
                       MOVE WS-RPC-C-SEQ TO WS-RPC-SEQ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG
       END-IF.
       IF WS-RPC-SEQ = 999
           DISPLAY "Warning: 999 copies of " FUNCTION TRIM(WS-RPC-TYPE)
                   " already kept today - no dated copy kept"
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-RPC-SEQ.

       MOVE SPACES TO WS-RPC-FILENAME.
       STRING WS-RPC-TYPE DELIMITED BY SPACE
              "." DELIMITED BY SIZE
              WS-RPC-DATE DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              WS-RPC-SEQ DELIMITED BY SIZE
              INTO WS-RPC-FILENAME
       END-STRING.
       CALL "CBL_COPY_FILE" USING WS-RPC-SOURCE WS-RPC-FILENAME
           RETURNING WS-RPC-RESULT.
       IF WS-RPC-RESULT IS NOT EQUAL 0
           DISPLAY "Warning: dated copy " FUNCTION TRIM(WS-RPC-FILENAME)
                   " could not be written"
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO WS-RPC-CAT-LINE.
       MOVE WS-RPC-TYPE TO WS-RPC-C-TYPE.
       MOVE WS-RPC-DATE TO WS-RPC-C-DATE.
       MOVE WS-RPC-CLOCK(1:6) TO WS-RPC-C-TIME.
       MOVE WS-RPC-SEQ TO WS-RPC-C-SEQ.
       MOVE WS-OPR-ID TO WS-RPC-C-OPERATOR.
       MOVE WS-RPC-LINES TO WS-RPC-C-LINES.
       MOVE WS-RPC-FILENAME TO WS-RPC-C-FILE.
       OPEN EXTEND REPORT-CATALOG.
       IF FS-NOT-FOUND
           OPEN OUTPUT REPORT-CATALOG
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: " FUNCTION TRIM(WS-RPC-FILENAME)
                   " kept but not cataloged (status " WS-FILESTATUS ")"
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       WRITE FS-RCT-LINE FROM WS-RPC-CAT-LINE
       END-WRITE.
       CLOSE REPORT-CATALOG.
       MOVE 0 TO WS-FILESTATUS.


      ******************************************************************
      *  Load the report retention period (days) from RPTRETN.txt;   *
      *  without one, dated copies are kept for 90 days              *
      ******************************************************************
       LOAD-REPORT-RETENTION.
       MOVE 90 TO WS-RPC-RETAIN-DAYS.
       OPEN INPUT RETENTION-FILE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       READ RETENTION-FILE INTO WS-GEN-LINE
       AT END
           MOVE SPACES TO WS-GEN-LINE
       END-READ.
       CLOSE RETENTION-FILE.
       IF WS-GEN-LINE(1:4) IS NUMERIC
          AND WS-GEN-LINE(1:4) IS NOT EQUAL "0000"
           MOVE WS-GEN-LINE(1:4) TO WS-RPC-RETAIN-DAYS
       END-IF.


      ******************************************************************
      *  Change how many days dated report copies are kept for       *
      ******************************************************************
       SET-REPORT-RETENTION.
       IF NOT OPR-SUPERVISOR
           DISPLAY "Report retention needs supervisor authority"
           EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-REPORT-RETENTION.
       DISPLAY "Dated report copies are kept for " WS-RPC-RETAIN-DAYS
               " days".
       DISPLAY "New retention in days (1-9999, 0 to leave as is): ".
       MOVE 0 TO WS-RPC-DAYS-IN.
       ACCEPT WS-RPC-DAYS-IN.
       IF WS-RPC-DAYS-IN = 0
           DISPLAY "Retention left unchanged"
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT RETENTION-FILE.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO FS-RTN-LINE.
       MOVE WS-RPC-DAYS-IN TO FS-RTN-LINE(1:4).
       MOVE "DAYS TO KEEP DATED REPORT COPIES" TO FS-RTN-LINE(6:32).
       WRITE FS-RTN-LINE
       END-WRITE.
       CLOSE RETENTION-FILE.
       MOVE WS-RPC-DAYS-IN TO WS-RPC-RETAIN-DAYS.
       DISPLAY "Dated report copies will be kept for "
               WS-RPC-RETAIN-DAYS " days".


      ******************************************************************
      *  End-of-day: remove dated report copies older than the       *
      *  retention period and drop them from REPORTS.CAT (kept       *
      *  entries go through REPORTS.NEW, copied back over the        *
      *  catalog as the audit rollover does)                         *
      ******************************************************************
       PURGE-OLD-REPORT-COPIES.
       PERFORM LOAD-REPORT-RETENTION.
       MOVE 0 TO WS-RPC-PURGED.
       MOVE 0 TO WS-RPC-KEPT.
       ACCEPT WS-RPC-DATE FROM DATE YYYYMMDD.
       MOVE WS-RPC-DATE TO WS-RPC-DATE-NUM.
       COMPUTE WS-RPC-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-RPC-DATE-NUM)
           - WS-RPC-RETAIN-DAYS).
       MOVE WS-RPC-CUTOFF-NUM TO WS-RPC-CUTOFF.

       OPEN INPUT REPORT-CATALOG.
       IF FS-NOT-FOUND
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT REPORT-CATALOG-NEW.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE REPORT-CATALOG
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ REPORT-CATALOG INTO WS-RPC-CAT-LINE
           AT END MOVE 10 TO WS-FILESTATUS
           NOT AT END PERFORM PURGE-ONE-REPORT-COPY
           END-READ
       END-PERFORM.
       CLOSE REPORT-CATALOG.
       CLOSE REPORT-CATALOG-NEW.

       IF WS-RPC-PURGED > 0
           CALL "CBL_COPY_FILE" USING WS-RPC-NEW-FILE WS-RPC-CAT-FILE
               RETURNING WS-RPC-RESULT
           IF WS-RPC-RESULT IS NOT EQUAL 0
               DISPLAY "REPORTS.NEW could not be copied over "
                       "REPORTS.CAT - catalog left as it was"
               MOVE "N" TO WS-STEP-OK
           END-IF
       END-IF.
       CALL "CBL_DELETE_FILE" USING WS-RPC-NEW-FILE
           RETURNING WS-RPC-IGNORED.
       DISPLAY "Report copies kept: " WS-RPC-KEPT
               "  removed: " WS-RPC-PURGED
               " (before " WS-RPC-CUTOFF ")".
       MOVE 0 TO WS-FILESTATUS.


      ******************************************************************
      *  Drop one catalog entry (and its copy) when it is past the   *
      *  retention cut-off, otherwise carry it forward               *
      ******************************************************************
       PURGE-ONE-REPORT-COPY.
       IF WS-RPC-C-DATE < WS-RPC-CUTOFF
           CALL "CBL_DELETE_FILE" USING WS-RPC-C-FILE
               RETURNING WS-RPC-IGNORED
           ADD 1 TO WS-RPC-PURGED
       ELSE
           WRITE FS-RCW-LINE FROM WS-RPC-CAT-LINE
           END-WRITE
           ADD 1 TO WS-RPC-KEPT
       END-IF.


      ******************************************************************
      *  List dated report copies by type and run date (newest       *
      *  first) and show one on screen or reprint it to REPRINT.RPT  *
      ******************************************************************
       BROWSE-REPORT-ARCHIVE.
       DISPLAY "Report type (PHONEDIR, BIRTHDAY, VERIFY, DUPCHECK, "
               "CONFLICT, LABELS,".
       DISPLAY "  BATCHRPT, EODLOG, FOLLOWUP, PENDING, OPRACT, "
               "RECON, PURGE; blank = all): ".
       MOVE SPACES TO WS-RPC-FILTER-TYPE.
       ACCEPT WS-RPC-FILTER-TYPE.
       MOVE FUNCTION UPPER-CASE(WS-RPC-FILTER-TYPE)
           TO WS-RPC-FILTER-TYPE.
       DISPLAY "Run date (YYYYMMDD, blank = all dates): ".
       MOVE SPACES TO WS-RPC-FILTER-DATE.
       ACCEPT WS-RPC-FILTER-DATE.
       IF WS-RPC-FILTER-DATE IS NOT EQUAL SPACES
          AND WS-RPC-FILTER-DATE IS NOT NUMERIC
           DISPLAY "Run date must be YYYYMMDD"
           EXIT PARAGRAPH
       END-IF.

       OPEN INPUT REPORT-CATALOG.
       IF FS-NOT-FOUND
           DISPLAY "No dated report copies on file"
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-RPC-COUNT.
       MOVE "N" TO WS-RPC-MORE.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ REPORT-CATALOG INTO WS-RPC-CAT-LINE
           AT END MOVE 10 TO WS-FILESTATUS
           NOT AT END PERFORM BROWSE-KEEP-ENTRY
           END-READ
       END-PERFORM.
       CLOSE REPORT-CATALOG.
       IF WS-RPC-COUNT = 0
           DISPLAY "No dated report copies match"
           EXIT PARAGRAPH
       END-IF.

       DISPLAY "  #   TYPE     RUN DATE TIME   SEQ OPERATOR   LINES"
               " FILE".
       PERFORM VARYING WS-RPC-SUB FROM 1 BY 1
               UNTIL WS-RPC-SUB > WS-RPC-COUNT
           COMPUTE WS-RPC-CHOICE = WS-RPC-COUNT - WS-RPC-SUB + 1
           MOVE WS-RPC-T-LINE(WS-RPC-CHOICE) TO WS-RPC-CAT-LINE
           DISPLAY WS-RPC-SUB " " WS-RPC-C-TYPE " " WS-RPC-C-DATE
                   " " WS-RPC-C-TIME " " WS-RPC-C-SEQ " "
                   WS-RPC-C-OPERATOR " " WS-RPC-C-LINES " "
                   FUNCTION TRIM(WS-RPC-C-FILE)
       END-PERFORM.
       IF WS-RPC-MORE = "Y"
           DISPLAY "Only the newest 200 matches are listed - give a "
                   "run date to see older ones"
       END-IF.

       DISPLAY "Report to show or reprint (number, 0 to cancel): ".
       MOVE 0 TO WS-RPC-CHOICE.
       ACCEPT WS-RPC-CHOICE.
       IF WS-RPC-CHOICE = 0
           EXIT PARAGRAPH
       END-IF.
       IF WS-RPC-CHOICE > WS-RPC-COUNT
           DISPLAY "No report numbered " WS-RPC-CHOICE
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-RPC-SUB = WS-RPC-COUNT - WS-RPC-CHOICE + 1.
       MOVE WS-RPC-T-LINE(WS-RPC-SUB) TO WS-RPC-CAT-LINE.
       DISPLAY "(S)how on screen or (R)eprint to REPRINT.RPT: ".
       MOVE SPACE TO WS-RPC-ANSWER.
       ACCEPT WS-RPC-ANSWER.
       MOVE FUNCTION UPPER-CASE(WS-RPC-ANSWER) TO WS-RPC-ANSWER.
       IF WS-RPC-ANSWER = "S"
           PERFORM SHOW-REPORT-COPY
       ELSE IF WS-RPC-ANSWER = "R"
           CALL "CBL_COPY_FILE" USING WS-RPC-C-FILE
               WS-RPC-REPRINT-FILE
               RETURNING WS-RPC-RESULT
           IF WS-RPC-RESULT IS EQUAL 0
               DISPLAY FUNCTION TRIM(WS-RPC-C-FILE)
                       " copied to REPRINT.RPT for printing"
           ELSE
               DISPLAY FUNCTION TRIM(WS-RPC-C-FILE)
                       " is no longer on file"
           END-IF
       ELSE
           DISPLAY "Nothing shown or reprinted"
       END-IF
       END-IF.


      ******************************************************************
      *  Keep a catalog entry that matches the type and date asked   *
      *  for; once 200 are held the oldest is dropped                *
      ******************************************************************
       BROWSE-KEEP-ENTRY.
       IF WS-RPC-FILTER-TYPE IS NOT EQUAL SPACES
          AND WS-RPC-C-TYPE IS NOT EQUAL WS-RPC-FILTER-TYPE
           EXIT PARAGRAPH
       END-IF.
       IF WS-RPC-FILTER-DATE IS NOT EQUAL SPACES
          AND WS-RPC-C-DATE IS NOT EQUAL WS-RPC-FILTER-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-RPC-COUNT = 200
           MOVE "Y" TO WS-RPC-MORE
           PERFORM VARYING WS-RPC-SUB FROM 1 BY 1
                   UNTIL WS-RPC-SUB > 199
               MOVE WS-RPC-T-LINE(WS-RPC-SUB + 1)
                   TO WS-RPC-T-LINE(WS-RPC-SUB)
           END-PERFORM
       ELSE
           ADD 1 TO WS-RPC-COUNT
       END-IF.
       MOVE WS-RPC-CAT-LINE TO WS-RPC-T-LINE(WS-RPC-COUNT).


      ******************************************************************
      *  Display the dated report copy picked from the catalog       *
      ******************************************************************
       SHOW-REPORT-COPY.
       MOVE WS-RPC-C-FILE TO WS-RPC-SOURCE.
       OPEN INPUT REPORT-COPY.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY FUNCTION TRIM(WS-RPC-C-FILE) " is no longer on file"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ REPORT-COPY
           AT END MOVE 10 TO WS-FILESTATUS
           NOT AT END DISPLAY FUNCTION TRIM(FS-RPC-LINE TRAILING)
           END-READ
       END-PERFORM.
       CLOSE REPORT-COPY.


      ******************************************************************
      *  Ask whether a directory or CSV run should include the       *
      *  contacts' additional phone numbers (WS-PHN-SHOW)            *
      ******************************************************************
       ASK-EXTRA-PHONES.
       DISPLAY "Include additional phone numbers? (Y/N): ".
       MOVE SPACES TO WS-PHN-ANSWER.
       ACCEPT WS-PHN-ANSWER.
       IF WS-PHN-ANSWER EQUAL "Y" OR WS-PHN-ANSWER EQUAL "y"
           MOVE "Y" TO WS-PHN-SHOW
       ELSE
           MOVE "N" TO WS-PHN-SHOW
       END-IF.


      ******************************************************************
      *  Open PHONES.txt for lookups during a run; with no file on   *
      *  record nobody has an additional number. Any other open      *
      *  error is a warning only - the run carries on without them   *
      ******************************************************************
       OPEN-PHONE-FILE.
       MOVE "N" TO WS-PHN-OPEN.
       OPEN INPUT PHONE-FILE.
       IF FS-NOT-FOUND
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: additional phone numbers not available "
                   "(status " WS-FILESTATUS ")"
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-PHN-OPEN.


      ******************************************************************
      *  Close PHONES.txt if OPEN-PHONE-FILE opened it               *
      ******************************************************************
       CLOSE-PHONE-FILE.
       IF WS-PHN-OPEN EQUAL "Y"
           CLOSE PHONE-FILE
       END-IF.
       MOVE "N" TO WS-PHN-OPEN.


      ******************************************************************
      *  Load the additional numbers of the contact in WS-NAME into  *
      *  WS-PHN-TABLE (WS-PHN-COUNT entries, in type order); the     *
      *  phone file must already be open                             *
      ******************************************************************
       LOAD-CONTACT-PHONES.
       MOVE 0 TO WS-PHN-COUNT.
       IF WS-PHN-OPEN NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-PHN-DONE.
       MOVE WS-NAME TO FS-PHN-NAME.
       MOVE SPACES TO FS-PHN-TYPE.
       START PHONE-FILE KEY IS NOT LESS THAN FS-PHN-KEY
           INVALID KEY
               MOVE "Y" TO WS-PHN-DONE
       END-START.
       PERFORM UNTIL WS-PHN-DONE = "Y"
           READ PHONE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PHN-DONE
           NOT AT END
               IF FS-PHN-NAME NOT EQUAL WS-NAME
                  OR WS-PHN-COUNT >= 4
                   MOVE "Y" TO WS-PHN-DONE
               ELSE
                   ADD 1 TO WS-PHN-COUNT
                   MOVE FS-PHN-TYPE TO WS-PHN-I-TYPE(WS-PHN-COUNT)
                   MOVE FS-PHN-NUMBER
                       TO WS-PHN-I-NUMBER(WS-PHN-COUNT)
                   MOVE FS-PHN-EXTENSION
                       TO WS-PHN-I-EXT(WS-PHN-COUNT)
               END-IF
           END-READ
       END-PERFORM.
      * CALLERS RUN THIS INSIDE THEIR OWN READ LOOPS - DO NOT HAND
      * BACK THE END-OF-FILE STATUS FROM THE PHONE FILE
       MOVE 0 TO WS-FILESTATUS.


      ******************************************************************
      *  List the additional numbers of the contact in WS-PERSON     *
      *  under its directory entry                                   *
      ******************************************************************
       DIRECTORY-EXTRA-PHONES.
       PERFORM LOAD-CONTACT-PHONES.
       PERFORM VARYING WS-PHN-SUB FROM 1 BY 1
               UNTIL WS-PHN-SUB > WS-PHN-COUNT
           MOVE WS-PHN-I-TYPE(WS-PHN-SUB) TO WS-DIR-X-TYPE
           MOVE WS-PHN-I-NUMBER(WS-PHN-SUB) TO WS-DIR-X-PHONE
           MOVE SPACES TO WS-DIR-X-EXT
           IF WS-PHN-I-EXT(WS-PHN-SUB) NOT EQUAL SPACES
               STRING "EXT " DELIMITED BY SIZE
                      WS-PHN-I-EXT(WS-PHN-SUB) DELIMITED BY SIZE
                      INTO WS-DIR-X-EXT
               END-STRING
           END-IF
           MOVE WS-DIR-EXTRA TO WS-DIR-LINE
           PERFORM WRITE-DIRECTORY-LINE
           ADD 1 TO WS-PHN-LISTED
       END-PERFORM.


      ******************************************************************
      *  Append the contact's additional numbers to the CSV row in   *
      *  WS-CSV-LINE as HOME, WORK, MOBILE and FAX columns (number,  *
      *  then "x" and the extension when there is one)               *
      ******************************************************************
       CSV-EXTRA-PHONES.
       PERFORM LOAD-CONTACT-PHONES.
       MOVE SPACES TO WS-PHN-CSV-TABLE.
       PERFORM VARYING WS-PHN-SUB FROM 1 BY 1
               UNTIL WS-PHN-SUB > WS-PHN-COUNT
           MOVE SPACES TO WS-PHN-CSV-WORK
           STRING WS-PHN-I-NUMBER(WS-PHN-SUB) DELIMITED BY SIZE
                  INTO WS-PHN-CSV-WORK
           END-STRING
           IF WS-PHN-I-EXT(WS-PHN-SUB) NOT EQUAL SPACES
               MOVE "x" TO WS-PHN-CSV-WORK(11:1)
               MOVE WS-PHN-I-EXT(WS-PHN-SUB) TO WS-PHN-CSV-WORK(12:6)
           END-IF
           EVALUATE WS-PHN-I-TYPE(WS-PHN-SUB)
               WHEN "HOME"
                   MOVE WS-PHN-CSV-WORK TO WS-PHN-CSV-COL(1)
               WHEN "WORK"
                   MOVE WS-PHN-CSV-WORK TO WS-PHN-CSV-COL(2)
               WHEN "MOBILE"
                   MOVE WS-PHN-CSV-WORK TO WS-PHN-CSV-COL(3)
               WHEN "FAX"
                   MOVE WS-PHN-CSV-WORK TO WS-PHN-CSV-COL(4)
           END-EVALUATE
       END-PERFORM.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-LINE TRAILING))
           TO WS-CSV-PTR.
       ADD 1 TO WS-CSV-PTR.
       STRING "," DELIMITED BY SIZE
              WS-PHN-CSV-COL(1) DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-PHN-CSV-COL(2) DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-PHN-CSV-COL(3) DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-PHN-CSV-COL(4) DELIMITED BY SPACE
              INTO WS-CSV-LINE
              WITH POINTER WS-CSV-PTR
       END-STRING.


      ******************************************************************
      *  Find the contacts holding WS-PHONE-INPUT as an additional   *
      *  number through the number index on PHONES.txt; the contact  *
      *  file and the phone file must already be open                *
      ******************************************************************
       LOOKUP-ADDITIONAL-PHONES.
       MOVE "N" TO WS-PHN-DONE.
       MOVE SPACES TO WS-PHN-LAST-NAME.
       MOVE WS-PHONE-INPUT TO FS-PHN-NUMBER.
       START PHONE-FILE KEY IS EQUAL TO FS-PHN-NUMBER
           INVALID KEY
               MOVE "Y" TO WS-PHN-DONE
       END-START.
       PERFORM UNTIL WS-PHN-DONE = "Y"
           READ PHONE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PHN-DONE
           NOT AT END
               IF FS-PHN-NUMBER NOT EQUAL WS-PHONE-INPUT
                   MOVE "Y" TO WS-PHN-DONE
               ELSE
                   PERFORM LOOKUP-ONE-ADDITIONAL
               END-IF
           END-READ
       END-PERFORM.


      ******************************************************************
      *  Show the contact holding the additional number just read    *
      *  from PHONES.txt, unless it was already listed               *
      ******************************************************************
       LOOKUP-ONE-ADDITIONAL.
       IF FS-PHN-NAME EQUAL WS-PHN-LAST-NAME
           EXIT PARAGRAPH
       END-IF.
       MOVE FS-PHN-NAME TO WS-PHN-LAST-NAME.
       MOVE FS-PHN-NAME TO FS-NAME.
       READ CONTACT INTO WS-PERSON KEY IS FS-NAME
           INVALID KEY
               MOVE "N" TO WS-PHN-ON-FILE
           NOT INVALID KEY
               MOVE "Y" TO WS-PHN-ON-FILE
       END-READ.
      * A CONTACT WHOSE PRIMARY NUMBER IT IS HAS ALREADY BEEN LISTED
       IF WS-PHN-ON-FILE EQUAL "Y"
          AND WS-PHONENUMBER EQUAL WS-PHONE-INPUT
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-LKP-COUNT.
       IF WS-PHN-ON-FILE EQUAL "Y"
           PERFORM DISPLAY-CONTACT-LINE
       ELSE
           DISPLAY " " FS-PHN-FIRSTNAME "  " FS-PHN-LASTNAME
                   "  (no longer on the contact file)"
       END-IF.
       IF FS-PHN-EXTENSION EQUAL SPACES
           DISPLAY "     " FUNCTION TRIM(FS-PHN-TYPE) " number "
                   FS-PHN-NUMBER
       ELSE
           DISPLAY "     " FUNCTION TRIM(FS-PHN-TYPE) " number "
                   FS-PHN-NUMBER " ext " FS-PHN-EXTENSION
       END-IF.


      ******************************************************************
      *  Keep the additional numbers of the contact in WS-PERSON in  *
      *  the duplicate-check table alongside the primary number      *
      ******************************************************************
       DUPLICATE-STORE-PHONES.
       PERFORM LOAD-CONTACT-PHONES.
       PERFORM VARYING WS-PHN-SUB FROM 1 BY 1
               UNTIL WS-PHN-SUB > 4
           IF WS-PHN-SUB > WS-PHN-COUNT
               MOVE 0 TO WS-DUP-I-XPHONE(WS-DUP-COUNT, WS-PHN-SUB)
           ELSE
               MOVE WS-PHN-I-NUMBER(WS-PHN-SUB)
                   TO WS-DUP-I-XPHONE(WS-DUP-COUNT, WS-PHN-SUB)
           END-IF
       END-PERFORM.


      ******************************************************************
      *  Set WS-DUP-SHARED to a number the entries at WS-DUP-SUB and *
      *  WS-DUP-SUB2 have in common, primary or additional (zero     *
      *  when they share none)                                       *
      ******************************************************************
       DUPLICATE-SHARED-PHONE.
       MOVE 0 TO WS-DUP-SHARED.
       MOVE WS-DUP-I-PHONE(WS-DUP-SUB) TO WS-DUP-NUM-A(1).
       MOVE WS-DUP-I-PHONE(WS-DUP-SUB2) TO WS-DUP-NUM-B(1).
       PERFORM VARYING WS-DUP-P1 FROM 1 BY 1 UNTIL WS-DUP-P1 > 4
           COMPUTE WS-DUP-P2 = WS-DUP-P1 + 1
           MOVE WS-DUP-I-XPHONE(WS-DUP-SUB, WS-DUP-P1)
               TO WS-DUP-NUM-A(WS-DUP-P2)
           MOVE WS-DUP-I-XPHONE(WS-DUP-SUB2, WS-DUP-P1)
               TO WS-DUP-NUM-B(WS-DUP-P2)
       END-PERFORM.
       PERFORM VARYING WS-DUP-P1 FROM 1 BY 1
               UNTIL WS-DUP-P1 > 5 OR WS-DUP-SHARED NOT EQUAL 0
           PERFORM VARYING WS-DUP-P2 FROM 1 BY 1
                   UNTIL WS-DUP-P2 > 5 OR WS-DUP-SHARED NOT EQUAL 0
               IF WS-DUP-NUM-A(WS-DUP-P1) NOT EQUAL 0
                  AND WS-DUP-NUM-A(WS-DUP-P1) EQUAL
                      WS-DUP-NUM-B(WS-DUP-P2)
                   MOVE WS-DUP-NUM-A(WS-DUP-P1) TO WS-DUP-SHARED
               END-IF
           END-PERFORM
       END-PERFORM.


      ******************************************************************
      *  Remove the additional numbers kept for the contact in       *
      *  WS-SCAN-NAME when the contact is deleted; the number        *
      *  removed is left in WS-PHN-DEL-COUNT                         *
      ******************************************************************
       DELETE-CONTACT-PHONES.
       MOVE 0 TO WS-PHN-DEL-COUNT.
       OPEN I-O PHONE-FILE.
       IF FS-NOT-FOUND
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "Warning: additional phone numbers not removed "
                   "(status " WS-FILESTATUS ")"
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-PHN-DONE.
       MOVE WS-SCAN-NAME TO FS-PHN-NAME.
       MOVE SPACES TO FS-PHN-TYPE.
       START PHONE-FILE KEY IS NOT LESS THAN FS-PHN-KEY
           INVALID KEY
               MOVE "Y" TO WS-PHN-DONE
       END-START.
       PERFORM UNTIL WS-PHN-DONE = "Y"
           READ PHONE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PHN-DONE
           NOT AT END
               IF FS-PHN-NAME NOT EQUAL WS-SCAN-NAME
                   MOVE "Y" TO WS-PHN-DONE
               ELSE
                   DELETE PHONE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-PHN-DEL-COUNT
                   END-DELETE
               END-IF
           END-READ
       END-PERFORM.
       CLOSE PHONE-FILE.
      * CALLERS RUN THIS INSIDE THEIR OWN READ LOOPS - DO NOT HAND
      * BACK THE END-OF-FILE STATUS FROM THE PHONE FILE
       MOVE 0 TO WS-FILESTATUS.


      ******************************************************************
      *  Add and remove a contact's additional phone numbers (HOME,  *
      *  WORK, MOBILE, FAX, each with an optional extension); the    *
      *  primary number stays on the contact record                  *
      ******************************************************************
       MAINTAIN-CONTACT-PHONES.
       DISPLAY "First name of contact: ".
       ACCEPT WS-SEL-FIRSTNAME.
       DISPLAY "Last name of contact: ".
       ACCEPT WS-SEL-LASTNAME.
       MOVE WS-SEL-LASTNAME TO WS-LASTNAME.
       MOVE WS-SEL-FIRSTNAME TO WS-FIRSTNAME.
       PERFORM CHECK-DUPLICATE-CONTACT.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.
       IF WS-DUP-FOUND NOT EQUAL "Y"
           DISPLAY "No matching contact found"
           EXIT PARAGRAPH
       END-IF.

       OPEN I-O PHONE-FILE.
       IF FS-NOT-FOUND
           OPEN OUTPUT PHONE-FILE
           CLOSE PHONE-FILE
           OPEN I-O PHONE-FILE
       END-IF.
       IF WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           EXIT PARAGRAPH
       END-IF.

       DISPLAY "Primary number: " WS-SCAN-PHONENUMBER.
       PERFORM LIST-PHONE-NUMBERS.

       MOVE "N" TO WS-PHN-DONE.
       PERFORM UNTIL WS-PHN-DONE = "Y"
           DISPLAY "Add or remove a number (A/R, blank when "
                   "done): "
           MOVE SPACES TO WS-PHN-ANSWER
           ACCEPT WS-PHN-ANSWER
           EVALUATE WS-PHN-ANSWER
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-PHONE-NUMBER
               WHEN "R"
               WHEN "r"
                   PERFORM REMOVE-PHONE-NUMBER
               WHEN SPACE
                   MOVE "Y" TO WS-PHN-DONE
               WHEN OTHER
                   DISPLAY "Reply A, R, or blank"
           END-EVALUATE
       END-PERFORM.
       CLOSE PHONE-FILE.


      ******************************************************************
      *  List the additional numbers of the contact in WS-NAME; the  *
      *  phone file must already be open                             *
      ******************************************************************
       LIST-PHONE-NUMBERS.
       MOVE 0 TO WS-PHN-LIST-COUNT.
       MOVE "N" TO WS-PHN-DONE.
       MOVE WS-NAME TO FS-PHN-NAME.
       MOVE SPACES TO FS-PHN-TYPE.
       START PHONE-FILE KEY IS NOT LESS THAN FS-PHN-KEY
           INVALID KEY
               MOVE "Y" TO WS-PHN-DONE
       END-START.
       PERFORM UNTIL WS-PHN-DONE = "Y"
           READ PHONE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PHN-DONE
           NOT AT END
               IF FS-PHN-NAME NOT EQUAL WS-NAME
                   MOVE "Y" TO WS-PHN-DONE
               ELSE
                   ADD 1 TO WS-PHN-LIST-COUNT
                   DISPLAY "  " FS-PHN-TYPE "  " FS-PHN-NUMBER
                           "  " FS-PHN-EXTENSION
               END-IF
           END-READ
       END-PERFORM.
       IF WS-PHN-LIST-COUNT = 0
           DISPLAY WS-NAME " has no additional numbers"
       END-IF.


      ******************************************************************
      *  Add a prompted-for number to the contact in WS-NAME; the    *
      *  phone file must already be open for update                  *
      ******************************************************************
       ADD-PHONE-NUMBER.
       DISPLAY "Phone type (HOME, WORK, MOBILE, FAX): ".
       MOVE SPACES TO WS-PHN-TYPE.
       ACCEPT WS-PHN-TYPE.
       MOVE FUNCTION UPPER-CASE(WS-PHN-TYPE) TO WS-PHN-TYPE.
       IF NOT PHN-VALID-TYPE
           DISPLAY "Phone type must be HOME, WORK, MOBILE, or FAX"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Phone number (10 digits): ".
       ACCEPT WS-PHONE-INPUT.
       IF WS-PHONE-INPUT IS NOT NUMERIC
          OR WS-PHONE-INPUT IS EQUAL "0000000000"
           DISPLAY "Invalid phone - must be 10 digits, not zeros"
           EXIT PARAGRAPH
       END-IF.
       IF WS-PHONE-INPUT EQUAL WS-SCAN-PHONENUMBER
           DISPLAY "That is already the primary number"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Extension (up to 6 characters, blank for none): ".
       MOVE SPACES TO WS-PHN-EXT-INPUT.
       ACCEPT WS-PHN-EXT-INPUT.

       MOVE WS-NAME TO FS-PHN-NAME.
       MOVE WS-PHN-TYPE TO FS-PHN-TYPE.
       MOVE WS-PHONE-INPUT TO FS-PHN-NUMBER.
       MOVE WS-PHN-EXT-INPUT TO FS-PHN-EXTENSION.
       WRITE FS-PHN-RECORD
           INVALID KEY
               DISPLAY "A " FUNCTION TRIM(FS-PHN-TYPE)
                       " number is already on file - remove it first"
           NOT INVALID KEY
               DISPLAY "Added " FUNCTION TRIM(FS-PHN-TYPE)
                       " number " FS-PHN-NUMBER
       END-WRITE.


      ******************************************************************
      *  Remove the number of a prompted-for type from the contact   *
      *  in WS-NAME; the phone file must already be open for update  *
      ******************************************************************
       REMOVE-PHONE-NUMBER.
       DISPLAY "Phone type to remove: ".
       MOVE SPACES TO WS-PHN-TYPE.
       ACCEPT WS-PHN-TYPE.
       MOVE FUNCTION UPPER-CASE(WS-PHN-TYPE) TO WS-PHN-TYPE.
       IF NOT PHN-VALID-TYPE
           DISPLAY "Phone type must be HOME, WORK, MOBILE, or FAX"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NAME TO FS-PHN-NAME.
       MOVE WS-PHN-TYPE TO FS-PHN-TYPE.
       DELETE PHONE-FILE RECORD
           INVALID KEY
               DISPLAY "No " FUNCTION TRIM(FS-PHN-TYPE)
                       " number on file"
           NOT INVALID KEY
               DISPLAY "Removed " FUNCTION TRIM(FS-PHN-TYPE)
                       " number"
       END-DELETE.


      ******************************************************************
      *  Export CONTACTS.txt, or one category of it, to CONTACTS.vcf *
      *  as vCard 3.0 cards for staff phones and mail clients: name, *
      *  phone numbers, email, street, birthday, and the contact's   *
      *  categories. The do-not-contact preferences hold here as they*
      *  do for the CSV export - an opted-out email is left off and a*
      *  do-not-call contact carries a note saying so                *
      ******************************************************************
       EXPORT-CONTACTS-VCARD.
       DISPLAY "Category to export (blank for all contacts): ".
       MOVE SPACES TO WS-CTG-INPUT.
       ACCEPT WS-CTG-INPUT.
       MOVE FUNCTION UPPER-CASE(WS-CTG-INPUT) TO WS-CTG-FILTER.

       OPEN INPUT CONTACT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           MOVE SPACES TO WS-CTG-FILTER
           EXIT PARAGRAPH
       END-IF.

      * THE CATEGORY FILE IS NEEDED FOR THE CATEGORIES LINE; WITHOUT
      * ONE AN ALL-CONTACTS RUN SIMPLY HAS NO CATEGORIES TO SHOW
       MOVE "N" TO WS-VCF-CTG-OPEN.
       OPEN INPUT CATEGORY-FILE.
       IF WS-FILESTATUS EQUAL 0
           MOVE "Y" TO WS-VCF-CTG-OPEN
       ELSE
           IF WS-CTG-FILTER NOT EQUAL SPACES
               DISPLAY "No category file to export from (status "
                       WS-FILESTATUS ")"
               CLOSE CONTACT
               MOVE SPACES TO WS-CTG-FILTER
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FILESTATUS
       END-IF.

       PERFORM OPEN-PREFERENCE-FILE.
       IF WS-PRF-OPEN EQUAL "E"
           CLOSE CONTACT
           IF WS-VCF-CTG-OPEN EQUAL "Y"
               CLOSE CATEGORY-FILE
           END-IF
           MOVE SPACES TO WS-CTG-FILTER
           EXIT PARAGRAPH
       END-IF.
       PERFORM OPEN-PHONE-FILE.

       OPEN OUTPUT VCARD-EXPORT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE CONTACT
           IF WS-VCF-CTG-OPEN EQUAL "Y"
               CLOSE CATEGORY-FILE
           END-IF
           PERFORM CLOSE-PREFERENCE-FILE
           PERFORM CLOSE-PHONE-FILE
           MOVE SPACES TO WS-CTG-FILTER
           EXIT PARAGRAPH
       END-IF.

       MOVE 0 TO WS-VCF-COUNT.
       MOVE 0 TO WS-VCF-NOEMAIL-COUNT.
       MOVE 0 TO WS-VCF-NOPHONE-COUNT.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ CONTACT NEXT RECORD INTO WS-PERSON
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               PERFORM VCARD-EXPORT-ONE
           END-READ
       END-PERFORM.
       CLOSE CONTACT.
       CLOSE VCARD-EXPORT.
       IF WS-VCF-CTG-OPEN EQUAL "Y"
           CLOSE CATEGORY-FILE
       END-IF.
       MOVE "N" TO WS-VCF-CTG-OPEN.
       PERFORM CLOSE-PREFERENCE-FILE.
       PERFORM CLOSE-PHONE-FILE.

       DISPLAY " ".
       DISPLAY "VCARD EXPORT SUMMARY".
       IF WS-CTG-FILTER NOT EQUAL SPACES
           DISPLAY "Category.............: "
                   FUNCTION TRIM(WS-CTG-FILTER)
       END-IF.
       DISPLAY "Cards written........: " WS-VCF-COUNT.
       DISPLAY "Email withheld.......: " WS-VCF-NOEMAIL-COUNT.
       DISPLAY "Marked do not call...: " WS-VCF-NOPHONE-COUNT.
       DISPLAY "Cards are in CONTACTS.vcf".
       MOVE SPACES TO WS-CTG-FILTER.



      ******************************************************************
      *  Write the card for the contact in WS-PERSON to              *
      *  CONTACTS.vcf, skipping contacts outside the category being  *
      *  exported                                                    *
      ******************************************************************
       VCARD-EXPORT-ONE.
       IF WS-CTG-FILTER NOT EQUAL SPACES
           PERFORM CHECK-CATEGORY-MEMBER
           IF WS-CTG-MEMBER NOT EQUAL "Y"
               MOVE 0 TO WS-FILESTATUS
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM CHECK-CONTACT-PREFERENCE.
       IF WS-PRF-NO-EMAIL EQUAL "Y"
          AND WS-EMAIL NOT EQUAL SPACES
           MOVE SPACES TO WS-EMAIL
           ADD 1 TO WS-VCF-NOEMAIL-COUNT
       END-IF.

       PERFORM VCARD-START-LINE.
       STRING "BEGIN:VCARD" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       PERFORM WRITE-VCARD-LINE.
       PERFORM VCARD-START-LINE.
       STRING "VERSION:3.0" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       PERFORM WRITE-VCARD-LINE.

       PERFORM VCARD-START-LINE.
       STRING "N:" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       MOVE WS-LASTNAME TO WS-VCF-RAW.
       PERFORM VCARD-APPEND-ESCAPED.
       STRING ";" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       MOVE WS-FIRSTNAME TO WS-VCF-RAW.
       PERFORM VCARD-APPEND-ESCAPED.
       STRING ";;;" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       PERFORM WRITE-VCARD-LINE.

       PERFORM VCARD-START-LINE.
       STRING "FN:" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       MOVE SPACES TO WS-VCF-RAW.
       STRING FUNCTION TRIM(WS-FIRSTNAME) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-LASTNAME) DELIMITED BY SIZE
              INTO WS-VCF-RAW
       END-STRING.
       PERFORM VCARD-APPEND-ESCAPED.
       PERFORM WRITE-VCARD-LINE.

      * THE CONTACT FILE'S OWN NUMBER IS THE PREFERRED ONE
       IF WS-PHONENUMBER NOT EQUAL 0
           PERFORM VCARD-START-LINE
           STRING "TEL;TYPE=VOICE,PREF:" DELIMITED BY SIZE
                  WS-PHONENUMBER DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
           PERFORM WRITE-VCARD-LINE
       END-IF.
       PERFORM LOAD-CONTACT-PHONES.
       PERFORM VARYING WS-PHN-SUB FROM 1 BY 1
           UNTIL WS-PHN-SUB > WS-PHN-COUNT
           PERFORM VCARD-EXTRA-PHONE
       END-PERFORM.

       IF WS-EMAIL NOT EQUAL SPACES
           PERFORM VCARD-START-LINE
           STRING "EMAIL;TYPE=INTERNET:" DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
           MOVE WS-EMAIL TO WS-VCF-RAW
           PERFORM VCARD-APPEND-ESCAPED
           PERFORM WRITE-VCARD-LINE
       END-IF.

       IF WS-STREET NOT EQUAL SPACES
           PERFORM VCARD-START-LINE
           STRING "ADR;TYPE=HOME:;;" DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
           MOVE WS-STREET TO WS-VCF-RAW
           PERFORM VCARD-APPEND-ESCAPED
           STRING ";;;;" DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
           PERFORM WRITE-VCARD-LINE
       END-IF.

       IF WS-BIRTHDAY NOT EQUAL 0
           MOVE WS-BIRTHDAY TO WS-VCF-BDAY
           PERFORM VCARD-START-LINE
           STRING "BDAY:" DELIMITED BY SIZE
                  WS-VCF-BDAY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-VCF-BDAY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-VCF-BDAY(7:2) DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
           PERFORM WRITE-VCARD-LINE
       END-IF.

       PERFORM VCARD-CONTACT-CATEGORIES.

       IF WS-PRF-NO-PHONE EQUAL "Y"
           PERFORM VCARD-START-LINE
           STRING "NOTE:Do not call" DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
           PERFORM WRITE-VCARD-LINE
           ADD 1 TO WS-VCF-NOPHONE-COUNT
       END-IF.

       PERFORM VCARD-START-LINE.
       STRING "END:VCARD" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       PERFORM WRITE-VCARD-LINE.
       ADD 1 TO WS-VCF-COUNT.
      * THE CATEGORY AND PHONE LOOKUPS MUST NOT END THE CALLER'S
      * READ LOOP
       MOVE 0 TO WS-FILESTATUS.



      ******************************************************************
      *  Write the additional number at WS-PHN-SUB as a typed TEL    *
      *  line, with any extension after an "x"                       *
      ******************************************************************
       VCARD-EXTRA-PHONE.
       PERFORM VCARD-START-LINE.
       STRING "TEL;TYPE=" DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       IF WS-PHN-I-TYPE(WS-PHN-SUB) EQUAL "MOBILE"
           STRING "CELL" DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
       ELSE
           STRING WS-PHN-I-TYPE(WS-PHN-SUB) DELIMITED BY SPACE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
       END-IF.
       STRING ":" DELIMITED BY SIZE
              WS-PHN-I-NUMBER(WS-PHN-SUB) DELIMITED BY SIZE
           INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
       END-STRING.
       IF WS-PHN-I-EXT(WS-PHN-SUB) NOT EQUAL SPACES
           STRING "x" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PHN-I-EXT(WS-PHN-SUB))
                      DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
       END-IF.
       PERFORM WRITE-VCARD-LINE.



      ******************************************************************
      *  Write a CATEGORIES line listing every category the contact  *
      *  in WS-PERSON belongs to; nothing is written when there are  *
      *  none or the category file is not open                       *
      ******************************************************************
       VCARD-CONTACT-CATEGORIES.
       IF WS-VCF-CTG-OPEN NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-VCF-CTG-COUNT.
       MOVE "N" TO WS-VCF-CTG-DONE.
       MOVE WS-LASTNAME TO FS-CTG-LASTNAME.
       MOVE WS-FIRSTNAME TO FS-CTG-FIRSTNAME.
       MOVE SPACES TO FS-CTG-CATEGORY.
       START CATEGORY-FILE KEY IS NOT LESS THAN FS-CTG-KEY
           INVALID KEY
               MOVE "Y" TO WS-VCF-CTG-DONE
       END-START.
       PERFORM UNTIL WS-VCF-CTG-DONE = "Y"
           READ CATEGORY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-VCF-CTG-DONE
           NOT AT END
               IF FS-CTG-LASTNAME NOT EQUAL WS-LASTNAME
                  OR FS-CTG-FIRSTNAME NOT EQUAL WS-FIRSTNAME
                   MOVE "Y" TO WS-VCF-CTG-DONE
               ELSE
                   PERFORM VCARD-APPEND-CATEGORY
               END-IF
           END-READ
       END-PERFORM.
       IF WS-VCF-CTG-COUNT > 0
           PERFORM WRITE-VCARD-LINE
       END-IF.



      ******************************************************************
      *  Add the category just read to the CATEGORIES line being     *
      *  built; a contact in more categories than the line holds     *
      *  keeps the ones that fit                                     *
      ******************************************************************
       VCARD-APPEND-CATEGORY.
       IF WS-VCF-CTG-COUNT EQUAL 0
           PERFORM VCARD-START-LINE
           STRING "CATEGORIES:" DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
       ELSE
           IF WS-VCF-PTR > 200
               EXIT PARAGRAPH
           END-IF
           STRING "," DELIMITED BY SIZE
               INTO WS-VCF-LINE WITH POINTER WS-VCF-PTR
           END-STRING
       END-IF.
       ADD 1 TO WS-VCF-CTG-COUNT.
       MOVE FS-CTG-CATEGORY TO WS-VCF-RAW.
       PERFORM VCARD-APPEND-ESCAPED.



      ******************************************************************
      *  Clear the vCard line being built                            *
      ******************************************************************
       VCARD-START-LINE.
       MOVE SPACES TO WS-VCF-LINE.
       MOVE 1 TO WS-VCF-PTR.



      ******************************************************************
      *  Append the text in WS-VCF-RAW to the vCard line, putting a  *
      *  backslash before each backslash, comma, and semicolon so the*
      *  value cannot be mistaken for the card's own separators      *
      ******************************************************************
       VCARD-APPEND-ESCAPED.
       MOVE 0 TO WS-VCF-RAW-LEN.
       IF WS-VCF-RAW NOT EQUAL SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VCF-RAW TRAILING))
               TO WS-VCF-RAW-LEN
       END-IF.
       PERFORM VARYING WS-VCF-SUB FROM 1 BY 1
           UNTIL WS-VCF-SUB > WS-VCF-RAW-LEN
           MOVE WS-VCF-RAW(WS-VCF-SUB:1) TO WS-VCF-CH
           IF WS-VCF-CH EQUAL "\" OR WS-VCF-CH EQUAL ","
              OR WS-VCF-CH EQUAL ";"
               MOVE "\" TO WS-VCF-LINE(WS-VCF-PTR:1)
               ADD 1 TO WS-VCF-PTR
           END-IF
           MOVE WS-VCF-CH TO WS-VCF-LINE(WS-VCF-PTR:1)
           ADD 1 TO WS-VCF-PTR
       END-PERFORM.



      ******************************************************************
      *  Write the vCard line built in WS-VCF-LINE to CONTACTS.vcf,  *
      *  folding anything over 75 characters onto continuation lines *
      *  that start with a space. A fold never leaves a space at the *
      *  end of a line, where it would be lost                       *
      ******************************************************************
       WRITE-VCARD-LINE.
       COMPUTE WS-VCF-LEN = WS-VCF-PTR - 1.
       MOVE 1 TO WS-VCF-SUB.
       MOVE 75 TO WS-VCF-TAKE.
       PERFORM UNTIL WS-VCF-SUB > WS-VCF-LEN
           IF WS-VCF-SUB + WS-VCF-TAKE - 1 > WS-VCF-LEN
               COMPUTE WS-VCF-TAKE = WS-VCF-LEN - WS-VCF-SUB + 1
           ELSE
               PERFORM UNTIL WS-VCF-TAKE = 1
                  OR WS-VCF-LINE(WS-VCF-SUB + WS-VCF-TAKE - 1:1)
                     NOT EQUAL SPACE
                   SUBTRACT 1 FROM WS-VCF-TAKE
               END-PERFORM
           END-IF
           MOVE SPACES TO FS-VCF-LINE
           IF WS-VCF-SUB EQUAL 1
               MOVE WS-VCF-LINE(1:WS-VCF-TAKE) TO FS-VCF-LINE
           ELSE
               MOVE WS-VCF-LINE(WS-VCF-SUB:WS-VCF-TAKE)
                   TO FS-VCF-LINE(2:)
           END-IF
           WRITE FS-VCF-LINE
           END-WRITE
           ADD WS-VCF-TAKE TO WS-VCF-SUB
           MOVE 74 TO WS-VCF-TAKE
       END-PERFORM.



      ******************************************************************
      *  Import the cards in IMPORT.vcf. Each card is held to the    *
      *  same phone and birthday rules as Add; unusable cards go to  *
      *  VCARD.REJ with a reason code. A card for a name already on  *
      *  file is shown beside the contact and only replaces it when  *
      *  the operator says so (through the approval queue for an     *
      *  operator without supervisor authority). Additional typed    *
      *  numbers and categories on a loaded card are added to        *
      *  PHONES.txt and CATEGORY.txt                                 *
      ******************************************************************
       IMPORT-CONTACTS-VCARD.
       OPEN INPUT VCARD-IMPORT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           DISPLAY "No IMPORT.vcf found to import (status "
                   WS-FILESTATUS ")"
           EXIT PARAGRAPH
       END-IF.

       OPEN OUTPUT VCARD-REJECT.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE VCARD-IMPORT
           EXIT PARAGRAPH
       END-IF.

       PERFORM OPEN-CONTACT-EXCLUSIVE.
       IF FS-NOT-FOUND
           OPEN OUTPUT CONTACT WITH LOCK
           CLOSE CONTACT
           PERFORM OPEN-CONTACT-EXCLUSIVE
       ELSE
           IF WS-FILESTATUS EQUAL 0
      * BACK UP THE EXISTING FILE BEFORE THE BULK LOAD TOUCHES IT
               CLOSE CONTACT
               PERFORM BACKUP-CONTACT-FILE
               IF WS-BAK-RESULT IS NOT EQUAL 0
                   CLOSE VCARD-IMPORT
                   CLOSE VCARD-REJECT
                   EXIT PARAGRAPH
               END-IF
               PERFORM OPEN-CONTACT-EXCLUSIVE
           END-IF
       END-IF.
       IF  WS-FILESTATUS IS NOT EQUAL 0
           PERFORM DISPLAY-FILE-ERROR
           CLOSE VCARD-IMPORT
           CLOSE VCARD-REJECT
           EXIT PARAGRAPH
       END-IF.

      * CATEGORIES AND ADDITIONAL NUMBERS ARE EXTRAS - THE CONTACTS
      * STILL LOAD WHEN EITHER FILE CANNOT BE OPENED
       MOVE "N" TO WS-VCI-CTG-OPEN.
       OPEN I-O CATEGORY-FILE.
       IF FS-NOT-FOUND
           OPEN OUTPUT CATEGORY-FILE
           CLOSE CATEGORY-FILE
           OPEN I-O CATEGORY-FILE
       END-IF.
       IF WS-FILESTATUS EQUAL 0
           MOVE "Y" TO WS-VCI-CTG-OPEN
       ELSE
           DISPLAY "Warning: categories will not be loaded (status "
                   WS-FILESTATUS ")"
       END-IF.
       MOVE "N" TO WS-VCI-PHN-OPEN.
       OPEN I-O PHONE-FILE.
       IF FS-NOT-FOUND
           OPEN OUTPUT PHONE-FILE
           CLOSE PHONE-FILE
           OPEN I-O PHONE-FILE
       END-IF.
       IF WS-FILESTATUS EQUAL 0
           MOVE "Y" TO WS-VCI-PHN-OPEN
       ELSE
           DISPLAY "Warning: additional numbers will not be loaded "
                   "(status " WS-FILESTATUS ")"
       END-IF.
       MOVE 0 TO WS-FILESTATUS.

       MOVE 0 TO WS-VCI-LINE-NO.
       MOVE 0 TO WS-VCI-CARD-COUNT.
       MOVE 0 TO WS-VCI-LOAD-COUNT.
       MOVE 0 TO WS-VCI-REPL-COUNT.
       MOVE 0 TO WS-VCI-QUEUE-COUNT.
       MOVE 0 TO WS-VCI-SAME-COUNT.
       MOVE 0 TO WS-VCI-REJ-COUNT.
       MOVE "N" TO WS-VCI-HAVE-LINE.
       MOVE "N" TO WS-VCI-IN-CARD.
       PERFORM UNTIL WS-FILESTATUS = 10
           READ VCARD-IMPORT INTO WS-VCI-RAW
           AT END
               MOVE 10 TO WS-FILESTATUS
           NOT AT END
               PERFORM VCARD-IMPORT-LINE
           END-READ
       END-PERFORM.
       IF WS-VCI-HAVE-LINE EQUAL "Y"
           PERFORM VCARD-PROCESS-LINE
       END-IF.
      * A CARD STILL OPEN AT THE END OF THE FILE WAS CUT OFF
       IF WS-VCI-IN-CARD EQUAL "Y"
           MOVE "NOEND" TO WS-VCI-REASON
           PERFORM WRITE-VCARD-REJECT
       END-IF.
       CLOSE CONTACT.
       CLOSE VCARD-IMPORT.
       CLOSE VCARD-REJECT.
       IF WS-VCI-CTG-OPEN EQUAL "Y"
           CLOSE CATEGORY-FILE
       END-IF.
       IF WS-VCI-PHN-OPEN EQUAL "Y"
           CLOSE PHONE-FILE
       END-IF.

       DISPLAY " ".
       DISPLAY "VCARD IMPORT SUMMARY".
       DISPLAY "Cards read...........: " WS-VCI-CARD-COUNT.
       DISPLAY "Contacts loaded......: " WS-VCI-LOAD-COUNT.
       DISPLAY "Contacts replaced....: " WS-VCI-REPL-COUNT.
       DISPLAY "Replacements queued..: " WS-VCI-QUEUE-COUNT.
       DISPLAY "Already on file......: " WS-VCI-SAME-COUNT.
       DISPLAY "Cards rejected.......: " WS-VCI-REJ-COUNT.
       IF WS-VCI-REJ-COUNT > 0
           DISPLAY "Rejected cards are in VCARD.REJ"
       END-IF.



      ******************************************************************
      *  Take the physical line just read from IMPORT.vcf. A line    *
      *  starting with a space or tab continues the line before it;  *
      *  any other line completes the one before, which is then      *
      *  processed                                                   *
      ******************************************************************
       VCARD-IMPORT-LINE.
       ADD 1 TO WS-VCI-LINE-NO.
      * FILES FROM PHONES AND MAIL CLIENTS USUALLY END LINES WITH CR LF
       INSPECT WS-VCI-RAW REPLACING ALL X"0D" BY SPACE.
       IF WS-VCI-HAVE-LINE EQUAL "Y"
          AND (WS-VCI-RAW(1:1) EQUAL SPACE
               OR WS-VCI-RAW(1:1) EQUAL X"09")
           IF WS-VCI-RAW(2:) NOT EQUAL SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VCI-RAW TRAILING))
                   TO WS-VCI-LEN
               STRING WS-VCI-RAW(2:WS-VCI-LEN - 1) DELIMITED BY SIZE
                   INTO WS-VCI-LOGICAL WITH POINTER WS-VCI-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-VCI-HAVE-LINE EQUAL "Y"
           PERFORM VCARD-PROCESS-LINE
       END-IF.
       MOVE "N" TO WS-VCI-HAVE-LINE.
       IF WS-VCI-RAW EQUAL SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-VCI-LOGICAL.
       MOVE 1 TO WS-VCI-PTR.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VCI-RAW TRAILING))
           TO WS-VCI-LEN.
       STRING WS-VCI-RAW(1:WS-VCI-LEN) DELIMITED BY SIZE
           INTO WS-VCI-LOGICAL WITH POINTER WS-VCI-PTR
       END-STRING.
       MOVE WS-VCI-LINE-NO TO WS-VCI-LOGICAL-LINE.
       MOVE "Y" TO WS-VCI-HAVE-LINE.



      ******************************************************************
      *  Split the unfolded line in WS-VCI-LOGICAL into property and *
      *  value and keep what the card needs; parameters such as      *
      *  TYPE= stay with the property in WS-VCI-PROP                 *
      ******************************************************************
       VCARD-PROCESS-LINE.
       MOVE SPACES TO WS-VCI-PROP.
       MOVE 1 TO WS-VCI-UPTR.
       UNSTRING WS-VCI-LOGICAL DELIMITED BY ":"
           INTO WS-VCI-PROP
           WITH POINTER WS-VCI-UPTR
       END-UNSTRING.
      * NO VALUE AFTER THE COLON (OR NO COLON AT ALL) - NOTHING TO KEEP
       IF WS-VCI-UPTR > 512
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-VCI-LOGICAL(WS-VCI-UPTR:) TO WS-VCI-VALUE.
       MOVE FUNCTION UPPER-CASE(WS-VCI-PROP) TO WS-VCI-PROP.
       MOVE SPACES TO WS-VCI-NAME.
       UNSTRING WS-VCI-PROP DELIMITED BY ";"
           INTO WS-VCI-NAME
       END-UNSTRING.
      * SOME CLIENTS GROUP PROPERTIES AS ITEM1.TEL - DROP THE GROUP
       MOVE SPACES TO WS-VCI-GROUP.
       MOVE SPACES TO WS-VCI-PNAME.
       UNSTRING WS-VCI-NAME DELIMITED BY "."
           INTO WS-VCI-GROUP WS-VCI-PNAME
       END-UNSTRING.
       IF WS-VCI-PNAME EQUAL SPACES
           MOVE WS-VCI-GROUP TO WS-VCI-PNAME
       END-IF.

       IF WS-VCI-PNAME EQUAL "BEGIN"
           IF FUNCTION UPPER-CASE(WS-VCI-VALUE(1:5)) EQUAL "VCARD"
               PERFORM VCARD-START-CARD
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-VCI-IN-CARD NOT EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.

       EVALUATE WS-VCI-PNAME
           WHEN "END"
               IF FUNCTION UPPER-CASE(WS-VCI-VALUE(1:5)) EQUAL "VCARD"
                   PERFORM VCARD-LOAD-CARD
                   MOVE "N" TO WS-VCI-IN-CARD
               END-IF
           WHEN "N"
               UNSTRING WS-VCI-VALUE DELIMITED BY ";"
                   INTO WS-VCI-C-LAST WS-VCI-C-FIRST
               END-UNSTRING
               MOVE WS-VCI-C-LAST TO WS-VCI-TEXT
               PERFORM VCARD-UNESCAPE
               MOVE FUNCTION TRIM(WS-VCI-PLAIN) TO WS-VCI-C-LAST
               MOVE WS-VCI-C-FIRST TO WS-VCI-TEXT
               PERFORM VCARD-UNESCAPE
               MOVE FUNCTION TRIM(WS-VCI-PLAIN) TO WS-VCI-C-FIRST
           WHEN "FN"
               MOVE WS-VCI-VALUE TO WS-VCI-TEXT
               PERFORM VCARD-UNESCAPE
               MOVE FUNCTION TRIM(WS-VCI-PLAIN) TO WS-VCI-C-FN
           WHEN "TEL"
               PERFORM VCARD-TAKE-TEL
           WHEN "EMAIL"
               IF WS-VCI-C-EMAIL EQUAL SPACES
                   MOVE WS-VCI-VALUE TO WS-VCI-TEXT
                   PERFORM VCARD-UNESCAPE
                   MOVE FUNCTION TRIM(WS-VCI-PLAIN) TO WS-VCI-C-EMAIL
               END-IF
      * ADR IS PO BOX;EXTENDED;STREET;CITY;REGION;CODE;COUNTRY
           WHEN "ADR"
               IF WS-VCI-C-STREET EQUAL SPACES
                   MOVE SPACES TO WS-VCI-GROUP
                   MOVE SPACES TO WS-VCI-PNAME
                   MOVE SPACES TO WS-VCI-TEXT
                   UNSTRING WS-VCI-VALUE DELIMITED BY ";"
                       INTO WS-VCI-GROUP WS-VCI-PNAME WS-VCI-TEXT
                   END-UNSTRING
                   PERFORM VCARD-UNESCAPE
                   MOVE FUNCTION TRIM(WS-VCI-PLAIN) TO WS-VCI-C-STREET
               END-IF
           WHEN "BDAY"
               MOVE FUNCTION TRIM(WS-VCI-VALUE) TO WS-VCI-C-BDAY
           WHEN "CATEGORIES"
               MOVE WS-VCI-VALUE TO WS-VCI-C-CATS
           WHEN OTHER
               CONTINUE
       END-EVALUATE.



      ******************************************************************
      *  Start a new card; a card still open when the next one       *
      *  begins had no END line and is rejected                      *
      ******************************************************************
       VCARD-START-CARD.
       IF WS-VCI-IN-CARD EQUAL "Y"
           MOVE "NOEND" TO WS-VCI-REASON
           PERFORM WRITE-VCARD-REJECT
       END-IF.
       MOVE SPACES TO WS-VCI-CARD.
       MOVE 0 TO WS-VCI-C-TEL-COUNT.
       MOVE "Y" TO WS-VCI-IN-CARD.
       ADD 1 TO WS-VCI-CARD-COUNT.
       MOVE WS-VCI-LOGICAL-LINE TO WS-VCI-CARD-LINE.



      ******************************************************************
      *  Keep the TEL line in WS-VCI-PROP/WS-VCI-VALUE in the card's *
      *  number table: its type, whether it is the preferred number, *
      *  and the number itself if it reduces to 10 digits (a leading *
      *  country code 1 is dropped), not all zeros, as Add requires  *
      ******************************************************************
       VCARD-TAKE-TEL.
       IF WS-VCI-C-TEL-COUNT >= 8
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-VCI-C-TEL-COUNT.
       MOVE WS-VCI-C-TEL-COUNT TO WS-VCI-TX.
       MOVE SPACES TO WS-VCI-T-TYPE(WS-VCI-TX).
       MOVE "N" TO WS-VCI-T-PREF(WS-VCI-TX).
       MOVE "N" TO WS-VCI-T-OK(WS-VCI-TX).
       MOVE SPACES TO WS-VCI-T-NUMBER(WS-VCI-TX).
       MOVE SPACES TO WS-VCI-T-EXT(WS-VCI-TX).

      * A HOME OR WORK FAX IS A FAX; A CELL IS FILED AS MOBILE
       MOVE 0 TO WS-VCI-TALLY.
       INSPECT WS-VCI-PROP TALLYING WS-VCI-TALLY FOR ALL "CELL".
       IF WS-VCI-TALLY > 0
           MOVE "MOBILE" TO WS-VCI-T-TYPE(WS-VCI-TX)
       END-IF.
       MOVE 0 TO WS-VCI-TALLY.
       INSPECT WS-VCI-PROP TALLYING WS-VCI-TALLY FOR ALL "FAX".
       IF WS-VCI-TALLY > 0 AND WS-VCI-T-TYPE(WS-VCI-TX) = SPACES
           MOVE "FAX" TO WS-VCI-T-TYPE(WS-VCI-TX)
       END-IF.
       MOVE 0 TO WS-VCI-TALLY.
       INSPECT WS-VCI-PROP TALLYING WS-VCI-TALLY FOR ALL "WORK".
       IF WS-VCI-TALLY > 0 AND WS-VCI-T-TYPE(WS-VCI-TX) = SPACES
           MOVE "WORK" TO WS-VCI-T-TYPE(WS-VCI-TX)
       END-IF.
       MOVE 0 TO WS-VCI-TALLY.
       INSPECT WS-VCI-PROP TALLYING WS-VCI-TALLY FOR ALL "HOME".
       IF WS-VCI-TALLY > 0 AND WS-VCI-T-TYPE(WS-VCI-TX) = SPACES
           MOVE "HOME" TO WS-VCI-T-TYPE(WS-VCI-TX)
       END-IF.
       MOVE 0 TO WS-VCI-TALLY.
       INSPECT WS-VCI-PROP TALLYING WS-VCI-TALLY FOR ALL "PREF".
       IF WS-VCI-TALLY > 0
           MOVE "Y" TO WS-VCI-T-PREF(WS-VCI-TX)
       END-IF.

       MOVE WS-VCI-VALUE TO WS-VCI-TEXT.
       IF WS-VCI-TEXT EQUAL SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VCI-TEXT TRAILING))
           TO WS-VCI-TLEN.
       MOVE SPACES TO WS-VCI-DIGITS.
       MOVE 0 TO WS-VCI-DIG-COUNT.
       MOVE 0 TO WS-VCI-OUT.
       MOVE "N" TO WS-VCI-EXT-MODE.
       MOVE "N" TO WS-VCI-BAD.
       MOVE 1 TO WS-VCI-SUB.
       IF FUNCTION UPPER-CASE(WS-VCI-TEXT(1:4)) EQUAL "TEL:"
           MOVE 5 TO WS-VCI-SUB
       END-IF.
       PERFORM UNTIL WS-VCI-SUB > WS-VCI-TLEN
           MOVE WS-VCI-TEXT(WS-VCI-SUB:1) TO WS-VCI-CH
           IF WS-VCI-EXT-MODE EQUAL "Y"
               IF WS-VCI-CH IS NUMERIC AND WS-VCI-OUT < 6
                   ADD 1 TO WS-VCI-OUT
                   MOVE WS-VCI-CH
                       TO WS-VCI-T-EXT(WS-VCI-TX)(WS-VCI-OUT:1)
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-VCI-CH IS NUMERIC
                       ADD 1 TO WS-VCI-DIG-COUNT
                       IF WS-VCI-DIG-COUNT <= 20
                           MOVE WS-VCI-CH
                               TO WS-VCI-DIGITS(WS-VCI-DIG-COUNT:1)
                       END-IF
      * AN EXTENSION FOLLOWS "x" (OR ";ext=" IN A TEL URI)
                   WHEN WS-VCI-CH EQUAL "x" OR WS-VCI-CH EQUAL "X"
                     OR WS-VCI-CH EQUAL ";" OR WS-VCI-CH EQUAL ","
                       MOVE "Y" TO WS-VCI-EXT-MODE
                   WHEN WS-VCI-CH EQUAL SPACE OR WS-VCI-CH EQUAL "-"
                     OR WS-VCI-CH EQUAL "." OR WS-VCI-CH EQUAL "("
                     OR WS-VCI-CH EQUAL ")" OR WS-VCI-CH EQUAL "+"
                     OR WS-VCI-CH EQUAL "/"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-VCI-BAD
               END-EVALUATE
           END-IF
           ADD 1 TO WS-VCI-SUB
       END-PERFORM.

       IF WS-VCI-BAD EQUAL "Y"
           EXIT PARAGRAPH
       END-IF.
       IF WS-VCI-DIG-COUNT EQUAL 11 AND WS-VCI-DIGITS(1:1) EQUAL "1"
           MOVE WS-VCI-DIGITS(2:10) TO WS-VCI-T-NUMBER(WS-VCI-TX)
       END-IF.
       IF WS-VCI-DIG-COUNT EQUAL 10
           MOVE WS-VCI-DIGITS(1:10) TO WS-VCI-T-NUMBER(WS-VCI-TX)
       END-IF.
       IF WS-VCI-T-NUMBER(WS-VCI-TX) IS NUMERIC
          AND WS-VCI-T-NUMBER(WS-VCI-TX) NOT EQUAL "0000000000"
           MOVE "Y" TO WS-VCI-T-OK(WS-VCI-TX)
       END-IF.



      ******************************************************************
      *  Undo the vCard escapes in WS-VCI-TEXT into WS-VCI-PLAIN: a  *
      *  backslash keeps the character after it, and \n (a line      *
      *  break) becomes a space                                      *
      ******************************************************************
       VCARD-UNESCAPE.
       MOVE SPACES TO WS-VCI-PLAIN.
       IF WS-VCI-TEXT EQUAL SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VCI-TEXT TRAILING))
           TO WS-VCI-TLEN.
       MOVE 0 TO WS-VCI-OUT.
       MOVE 1 TO WS-VCI-SUB.
       PERFORM UNTIL WS-VCI-SUB > WS-VCI-TLEN
           MOVE WS-VCI-TEXT(WS-VCI-SUB:1) TO WS-VCI-CH
           IF WS-VCI-CH EQUAL "\" AND WS-VCI-SUB < WS-VCI-TLEN
               ADD 1 TO WS-VCI-SUB
               MOVE WS-VCI-TEXT(WS-VCI-SUB:1) TO WS-VCI-CH
               IF WS-VCI-CH EQUAL "n" OR WS-VCI-CH EQUAL "N"
                   MOVE SPACE TO WS-VCI-CH
               END-IF
           END-IF
           ADD 1 TO WS-VCI-OUT
           MOVE WS-VCI-CH TO WS-VCI-PLAIN(WS-VCI-OUT:1)
           ADD 1 TO WS-VCI-SUB
       END-PERFORM.



      ******************************************************************
      *  Check the card just ended and load it: name from N (or from *
      *  FN when there is no N), the preferred usable number as the  *
      *  primary phone, and the birthday; a name already on file is  *
      *  offered as a conflict instead of being overwritten. The     *
      *  contact file must already be open for update                *
      ******************************************************************
       VCARD-LOAD-CARD.
       IF WS-VCI-C-LAST EQUAL SPACES AND WS-VCI-C-FIRST EQUAL SPACES
          AND WS-VCI-C-FN NOT EQUAL SPACES
           PERFORM VCARD-SPLIT-FN
       END-IF.
       IF WS-VCI-C-FIRST EQUAL SPACES OR WS-VCI-C-LAST EQUAL SPACES
           MOVE "NONAME" TO WS-VCI-REASON
           PERFORM WRITE-VCARD-REJECT
           EXIT PARAGRAPH
       END-IF.

       IF WS-VCI-C-TEL-COUNT EQUAL 0
           MOVE "NOPHONE" TO WS-VCI-REASON
           PERFORM WRITE-VCARD-REJECT
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-VCI-PRIMARY.
       PERFORM VARYING WS-VCI-TX FROM 1 BY 1
           UNTIL WS-VCI-TX > WS-VCI-C-TEL-COUNT
              OR WS-VCI-PRIMARY > 0
           IF WS-VCI-T-OK(WS-VCI-TX) EQUAL "Y"
              AND WS-VCI-T-PREF(WS-VCI-TX) EQUAL "Y"
               MOVE WS-VCI-TX TO WS-VCI-PRIMARY
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-VCI-TX FROM 1 BY 1
           UNTIL WS-VCI-TX > WS-VCI-C-TEL-COUNT
              OR WS-VCI-PRIMARY > 0
           IF WS-VCI-T-OK(WS-VCI-TX) EQUAL "Y"
               MOVE WS-VCI-TX TO WS-VCI-PRIMARY
           END-IF
       END-PERFORM.
       IF WS-VCI-PRIMARY EQUAL 0
           MOVE "BADPHONE" TO WS-VCI-REASON
           PERFORM WRITE-VCARD-REJECT
           EXIT PARAGRAPH
       END-IF.

       PERFORM VCARD-CHECK-BIRTHDAY.
       IF WS-VCI-BDAY-OK NOT EQUAL "Y"
           MOVE "BADBDAY" TO WS-VCI-REASON
           PERFORM WRITE-VCARD-REJECT
           EXIT PARAGRAPH
       END-IF.

       MOVE WS-VCI-C-FIRST(1:20) TO WS-FIRSTNAME.
       MOVE WS-VCI-C-LAST(1:20) TO WS-LASTNAME.
       MOVE WS-VCI-T-NUMBER(WS-VCI-PRIMARY) TO WS-PHONENUMBER.
       MOVE WS-VCI-C-EMAIL(1:40) TO WS-EMAIL.
       MOVE WS-VCI-C-STREET(1:40) TO WS-STREET.
       MOVE WS-VCI-BDAY-NUM TO WS-BIRTHDAY.

       PERFORM READ-DUPLICATE-CONTACT.
       IF WS-DUP-FOUND EQUAL "Y"
           IF WS-SCAN-PERSON EQUAL WS-PERSON
               ADD 1 TO WS-VCI-SAME-COUNT
           ELSE
               PERFORM VCARD-OFFER-CONFLICT
           END-IF
           MOVE 0 TO WS-FILESTATUS
           EXIT PARAGRAPH
       END-IF.

       MOVE WS-PERSON TO FS-PERSON.
       WRITE FS-PERSON
           INVALID KEY
               MOVE "IOERROR" TO WS-VCI-REASON
               PERFORM WRITE-VCARD-REJECT
           NOT INVALID KEY
               ADD 1 TO WS-VCI-LOAD-COUNT
               MOVE "VCARD" TO WS-AUD-ACTION
               MOVE WS-NAME TO WS-AUD-NAME
               MOVE SPACES TO WS-AUD-BEFORE
               PERFORM AUDIT-SET-AFTER
               PERFORM WRITE-AUDIT-RECORD
               PERFORM VCARD-LOAD-EXTRAS
       END-WRITE.
      * THE LOOKUPS ABOVE MUST NOT END THE CALLER'S READ LOOP
       MOVE 0 TO WS-FILESTATUS.



      ******************************************************************
      *  Take the name from FN when the card has no N: the last word *
      *  is the last name and everything before it the first name    *
      ******************************************************************
       VCARD-SPLIT-FN.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VCI-C-FN TRAILING))
           TO WS-VCI-TLEN.
       MOVE 0 TO WS-VCI-SPLIT.
       PERFORM VARYING WS-VCI-SUB FROM WS-VCI-TLEN BY -1
           UNTIL WS-VCI-SUB < 1 OR WS-VCI-SPLIT > 0
           IF WS-VCI-C-FN(WS-VCI-SUB:1) EQUAL SPACE
               MOVE WS-VCI-SUB TO WS-VCI-SPLIT
           END-IF
       END-PERFORM.
       IF WS-VCI-SPLIT > 1
           MOVE WS-VCI-C-FN(1:WS-VCI-SPLIT - 1) TO WS-VCI-C-FIRST
           MOVE WS-VCI-C-FN(WS-VCI-SPLIT + 1:) TO WS-VCI-C-LAST
       END-IF.



      ******************************************************************
      *  Check the card's BDAY the way Add checks a birthday: blank, *
      *  or eight digits YYYYMMDD once any hyphens are taken out     *
      ******************************************************************
       VCARD-CHECK-BIRTHDAY.
       MOVE "N" TO WS-VCI-BDAY-OK.
       MOVE 0 TO WS-VCI-BDAY-NUM.
       IF WS-VCI-C-BDAY EQUAL SPACES
           MOVE "Y" TO WS-VCI-BDAY-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-VCI-BDAY-WORK.
       MOVE 0 TO WS-VCI-OUT.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VCI-C-BDAY TRAILING))
           TO WS-VCI-TLEN.
       PERFORM VARYING WS-VCI-SUB FROM 1 BY 1
           UNTIL WS-VCI-SUB > WS-VCI-TLEN
           IF WS-VCI-C-BDAY(WS-VCI-SUB:1) NOT EQUAL "-"
               ADD 1 TO WS-VCI-OUT
               MOVE WS-VCI-C-BDAY(WS-VCI-SUB:1)
                   TO WS-VCI-BDAY-WORK(WS-VCI-OUT:1)
           END-IF
       END-PERFORM.
       IF WS-VCI-BDAY-WORK(1:8) IS NUMERIC
          AND WS-VCI-BDAY-WORK(9:) EQUAL SPACES
           MOVE WS-VCI-BDAY-WORK(1:8) TO WS-VCI-BDAY-NUM
           MOVE "Y" TO WS-VCI-BDAY-OK
       END-IF.



      ******************************************************************
      *  Show the card beside the contact already on file under the  *
      *  same name and ask whether to replace it. A supervisor's yes *
      *  replaces the contact; anyone else's yes is queued for       *
      *  approval; a no sends the card to the reject file            *
      ******************************************************************
       VCARD-OFFER-CONFLICT.
       MOVE WS-PERSON TO WS-VCI-PERSON.
       DISPLAY " ".
       DISPLAY "Card " WS-VCI-CARD-COUNT " is for a contact already "
               "on file".
       DISPLAY "On file:".
       MOVE WS-SCAN-PERSON TO WS-PERSON.
       PERFORM DISPLAY-CONTACT-LINE.
       DISPLAY "On the card:".
       MOVE WS-VCI-PERSON TO WS-PERSON.
       PERFORM DISPLAY-CONTACT-LINE.
       DISPLAY "Replace the contact on file with the card? (Y/N): ".
       MOVE SPACES TO WS-DUP-ANSWER.
       ACCEPT WS-DUP-ANSWER.
       IF WS-DUP-ANSWER NOT EQUAL "Y" AND WS-DUP-ANSWER NOT EQUAL "y"
           MOVE "CONFLICT" TO WS-VCI-REASON
           PERFORM WRITE-VCARD-REJECT
           EXIT PARAGRAPH
       END-IF.

      * THE SAME RULE AS AN OVERWRITE FROM ADD - WITHOUT SUPERVISOR
      * AUTHORITY THE REPLACEMENT WAITS IN THE APPROVAL QUEUE
       IF NOT OPR-SUPERVISOR
           MOVE "VCARD" TO WS-PND-ACTION
           PERFORM QUEUE-PENDING-CHANGE
      * A REQUEST THAT COULD NOT BE QUEUED MUST NOT BE LOST
           IF WS-PND-QUEUED EQUAL "Y"
               ADD 1 TO WS-VCI-QUEUE-COUNT
           ELSE
               MOVE "NOQUEUE" TO WS-VCI-REASON
               PERFORM WRITE-VCARD-REJECT
           END-IF
           EXIT PARAGRAPH
       END-IF.

       MOVE WS-PERSON TO FS-PERSON.
       REWRITE FS-PERSON
           INVALID KEY
               MOVE "IOERROR" TO WS-VCI-REASON
               PERFORM WRITE-VCARD-REJECT
           NOT INVALID KEY
               ADD 1 TO WS-VCI-REPL-COUNT
               DISPLAY "Replaced " WS-NAME
               MOVE "VCARD" TO WS-AUD-ACTION
               MOVE WS-NAME TO WS-AUD-NAME
               PERFORM AUDIT-SET-BEFORE
               PERFORM AUDIT-SET-AFTER
               PERFORM WRITE-AUDIT-RECORD
               PERFORM VCARD-LOAD-EXTRAS
       END-REWRITE.



      ******************************************************************
      *  Add the loaded card's other typed numbers to PHONES.txt     *
      *  and its categories to CATEGORY.txt for the contact in       *
      *  WS-PERSON. A number of a type already on file, or a         *
      *  category the contact is already in, is left as it is        *
      ******************************************************************
       VCARD-LOAD-EXTRAS.
       IF WS-VCI-PHN-OPEN EQUAL "Y"
           PERFORM VARYING WS-VCI-TX FROM 1 BY 1
               UNTIL WS-VCI-TX > WS-VCI-C-TEL-COUNT
               IF WS-VCI-TX NOT EQUAL WS-VCI-PRIMARY
                  AND WS-VCI-T-OK(WS-VCI-TX) EQUAL "Y"
                  AND WS-VCI-T-TYPE(WS-VCI-TX) NOT EQUAL SPACES
                  AND WS-VCI-T-NUMBER(WS-VCI-TX)
                      NOT EQUAL WS-PHONENUMBER
                   MOVE WS-NAME TO FS-PHN-NAME
                   MOVE WS-VCI-T-TYPE(WS-VCI-TX) TO FS-PHN-TYPE
                   MOVE WS-VCI-T-NUMBER(WS-VCI-TX) TO FS-PHN-NUMBER
                   MOVE WS-VCI-T-EXT(WS-VCI-TX) TO FS-PHN-EXTENSION
                   WRITE FS-PHN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
       END-IF.

       IF WS-VCI-CTG-OPEN EQUAL "Y"
          AND WS-VCI-C-CATS NOT EQUAL SPACES
           MOVE SPACES TO WS-VCI-CTG-TABLE
           UNSTRING WS-VCI-C-CATS DELIMITED BY ","
               INTO WS-VCI-CTG-PART(1) WS-VCI-CTG-PART(2)
                    WS-VCI-CTG-PART(3) WS-VCI-CTG-PART(4)
                    WS-VCI-CTG-PART(5) WS-VCI-CTG-PART(6)
                    WS-VCI-CTG-PART(7) WS-VCI-CTG-PART(8)
                    WS-VCI-CTG-PART(9) WS-VCI-CTG-PART(10)
           END-UNSTRING
           PERFORM VARYING WS-VCI-TX FROM 1 BY 1
               UNTIL WS-VCI-TX > 10
               IF WS-VCI-CTG-PART(WS-VCI-TX) NOT EQUAL SPACES
                   MOVE WS-VCI-CTG-PART(WS-VCI-TX) TO WS-VCI-TEXT
                   PERFORM VCARD-UNESCAPE
                   MOVE WS-LASTNAME TO FS-CTG-LASTNAME
                   MOVE WS-FIRSTNAME TO FS-CTG-FIRSTNAME
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VCI-PLAIN))
                       TO FS-CTG-CATEGORY
                   WRITE FS-CTG-MEMBER
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
       END-IF.
       MOVE 0 TO WS-FILESTATUS.



      ******************************************************************
      *  Write the current card to VCARD.REJ with the reason code,   *
      *  the card's number and starting line in IMPORT.vcf, and its  *
      *  name                                                        *
      ******************************************************************
       WRITE-VCARD-REJECT.
       MOVE SPACES TO WS-VCI-REJ-LINE.
       IF WS-VCI-C-FN NOT EQUAL SPACES
           STRING WS-VCI-REASON DELIMITED BY SPACE
                  " CARD " DELIMITED BY SIZE
                  WS-VCI-CARD-COUNT DELIMITED BY SIZE
                  " LINE " DELIMITED BY SIZE
                  WS-VCI-CARD-LINE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VCI-C-FN) DELIMITED BY SIZE
                  INTO WS-VCI-REJ-LINE
           END-STRING
       ELSE
           STRING WS-VCI-REASON DELIMITED BY SPACE
                  " CARD " DELIMITED BY SIZE
                  WS-VCI-CARD-COUNT DELIMITED BY SIZE
                  " LINE " DELIMITED BY SIZE
                  WS-VCI-CARD-LINE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VCI-C-FIRST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VCI-C-LAST) DELIMITED BY SIZE
                  INTO WS-VCI-REJ-LINE
           END-STRING
       END-IF.
       MOVE WS-VCI-REJ-LINE TO FS-VCJ-LINE.
       WRITE FS-VCJ-LINE
       END-WRITE.
       ADD 1 TO WS-VCI-REJ-COUNT.

IDENTIFICATION DIVISION.
PROGRAM-ID. ExemptCertExpiry.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CustomerMaster ASSIGN TO "CUSTMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CustomerNumber
        FILE STATUS IS WS-CUSTOMER-STATUS.

    SELECT SortCerts ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD CustomerMaster.
COPY CUSTMAST.

*> Certificates in expiry-date order, lapsed ones first, so the
*> renewal letters go out for the oldest problems first.
SD SortCerts.
01 SortCertRec.
    05 SX-Expiry           PIC 9(8).
    05 SX-CustomerNumber   PIC X(10).
    05 SX-Name             PIC X(20).
    05 SX-CertNumber       PIC X(15).
    05 SX-Jurisdiction     PIC XX.
    05 SX-DaysLeft         PIC S9(5).

WORKING-STORAGE SECTION.
01 WS-EOF-SWITCH PIC X VALUE 'N'.
COPY FILESTAT REPLACING ==:FS:== BY ==WS-CUSTOMER-STATUS==.

01 WS-DAYS-X PIC X(4).
01 WS-WINDOW-DAYS PIC 9(4) VALUE 60.
01 WS-DEFAULT-WINDOW PIC 9(4) VALUE 60.
01 WS-TODAY PIC 9(8).
01 WS-TODAY-INT PIC 9(7).
01 WS-WINDOW-END PIC 9(8).

01 WS-CERT-STATE PIC X(8).
01 WS-EDIT-DAYS PIC -(4)9.
01 WS-EDIT-COUNT PIC ZZZZ9.

01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
01 WS-CERT-COUNT PIC 9(5) VALUE 0.

*> Run-history stamps for the nightly stream's restart utility.
01 WS-RUN-EVENT PIC X.
01 WS-RUN-PGM PIC X(20) VALUE "ExemptCertExpiry".
01 WS-RUN-COND PIC 9(4).

PROCEDURE DIVISION.
    PERFORM LogRunStart
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    DISPLAY "Report certificates expiring within how many days "
        "(blank = 60): " WITH NO ADVANCING
    ACCEPT WS-DAYS-X
    IF WS-DAYS-X = SPACES
        MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
    ELSE
        IF FUNCTION TEST-NUMVAL(WS-DAYS-X) NOT = 0
            DISPLAY "ExemptCertExpiry: window not numeric; "
                WS-DEFAULT-WINDOW " days used."
            MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
        ELSE
            COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-DAYS-X)
        END-IF
    END-IF
    COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
        (WS-TODAY-INT + WS-WINDOW-DAYS)

    OPEN INPUT CustomerMaster
    IF NOT WS-CUSTOMER-STATUS-OK
        DISPLAY "ExemptCertExpiry: error opening customer master, "
            "status = " WS-CUSTOMER-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM LogRunEnd
        STOP RUN
    END-IF

    DISPLAY " "
    DISPLAY "Tax Exemption Certificates Expiring By " WS-WINDOW-END
        "     As of " WS-TODAY
    DISPLAY "----------------------------------------------------------"
        "----------------"
    DISPLAY "Expires    Days  Customer   Name                 Certifica"
        "te     St Status"
    DISPLAY "----------------------------------------------------------"
        "----------------"

    SORT SortCerts
        ON ASCENDING KEY SX-Expiry SX-CustomerNumber
        INPUT PROCEDURE IS ReleaseExpiringCerts
        OUTPUT PROCEDURE IS PrintExpiringCerts

    DISPLAY "----------------------------------------------------------"
        "----------------"
    MOVE WS-CERT-COUNT TO WS-EDIT-COUNT
    DISPLAY "Certificates on file:                 " WS-EDIT-COUNT
    MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
    DISPLAY "Already expired (customer taxed):     " WS-EDIT-COUNT
    MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT
    DISPLAY "Expiring within the window:           " WS-EDIT-COUNT

    CLOSE CustomerMaster
    IF WS-EXPIRING-COUNT = 0 AND WS-EXPIRED-COUNT = 0
        DISPLAY "No certificates need renewing in the window."
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM LogRunEnd
    STOP RUN.

LogRunStart.
    MOVE 'S' TO WS-RUN-EVENT
    MOVE 0 TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

LogRunEnd.
    MOVE 'E' TO WS-RUN-EVENT
    MOVE RETURN-CODE TO WS-RUN-COND
    CALL "RunLogger" USING WS-RUN-EVENT WS-RUN-PGM WS-RUN-COND.

*> Every customer holding a certificate is looked at; those that
*> have lapsed or lapse within the window go to the sort.
ReleaseExpiringCerts.
    MOVE LOW-VALUES TO CM-CustomerNumber
    MOVE 'N' TO WS-EOF-SWITCH
    START CustomerMaster KEY IS NOT LESS THAN CM-CustomerNumber
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        READ CustomerMaster NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CM-ExemptCertNumber NOT = SPACES
                    ADD 1 TO WS-CERT-COUNT
                    PERFORM CheckOneCert
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

CheckOneCert.
    IF CM-ExemptExpiry NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(CM-ExemptExpiry) NOT = 0
        MOVE 0 TO SX-Expiry
        MOVE 0 TO SX-DaysLeft
    ELSE
        IF CM-ExemptExpiry > WS-WINDOW-END
            EXIT PARAGRAPH
        END-IF
        MOVE CM-ExemptExpiry TO SX-Expiry
        COMPUTE SX-DaysLeft =
            FUNCTION INTEGER-OF-DATE(CM-ExemptExpiry) - WS-TODAY-INT
    END-IF
    MOVE CM-CustomerNumber TO SX-CustomerNumber
    MOVE CM-Name TO SX-Name
    MOVE CM-ExemptCertNumber TO SX-CertNumber
    MOVE CM-ExemptJurisdiction TO SX-Jurisdiction
    RELEASE SortCertRec.

PrintExpiringCerts.
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF-SWITCH = 'Y'
        RETURN SortCerts
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM PrintCertLine
        END-RETURN
    END-PERFORM.

*> A certificate with no usable expiry date never exempts an
*> order, so it is reported with the lapsed ones.
PrintCertLine.
    IF SX-Expiry = 0
        MOVE "NO DATE" TO WS-CERT-STATE
        ADD 1 TO WS-EXPIRED-COUNT
    ELSE
        IF SX-Expiry < WS-TODAY
            MOVE "EXPIRED" TO WS-CERT-STATE
            ADD 1 TO WS-EXPIRED-COUNT
        ELSE
            MOVE "EXPIRING" TO WS-CERT-STATE
            ADD 1 TO WS-EXPIRING-COUNT
        END-IF
    END-IF
    MOVE SX-DaysLeft TO WS-EDIT-DAYS
    DISPLAY SX-Expiry "  " WS-EDIT-DAYS "  " SX-CustomerNumber " "
        SX-Name " " SX-CertNumber " " SX-Jurisdiction " "
        WS-CERT-STATE.

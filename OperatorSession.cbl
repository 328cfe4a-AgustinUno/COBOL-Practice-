IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorSession.

*> CALLed to hold the operator SuiteMenu signed on, for the life
*> of the session. SuiteMenu never cancels it, so every program
*> the menu calls sees the same operator; a batch job step never
*> signs anyone on and gets spaces back.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. IBM-PC.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-SESSION-USER PIC X(8) VALUE SPACES.
01 WS-SESSION-NAME PIC X(30) VALUE SPACES.
01 WS-SESSION-ROLE PIC X VALUE SPACE.

LINKAGE SECTION.
COPY SIGNON.

PROCEDURE DIVISION USING SignOnArea.
    EVALUATE SO-Function
        WHEN 'S'
            MOVE SO-UserId TO WS-SESSION-USER
            MOVE SO-Name TO WS-SESSION-NAME
            MOVE SO-Role TO WS-SESSION-ROLE
        WHEN 'C'
            MOVE SPACES TO WS-SESSION-USER
            MOVE SPACES TO WS-SESSION-NAME
            MOVE SPACE TO WS-SESSION-ROLE
        WHEN OTHER
            MOVE WS-SESSION-USER TO SO-UserId
            MOVE WS-SESSION-NAME TO SO-Name
            MOVE WS-SESSION-ROLE TO SO-Role
    END-EVALUATE
    GOBACK.

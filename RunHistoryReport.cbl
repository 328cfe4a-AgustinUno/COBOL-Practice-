    05 FILLER PIC X(28) VALUE "STEP003 FileBackup          ".
    05 FILLER PIC X(28) VALUE "STEP004 FileBackup          ".
    05 FILLER PIC X(28) VALUE "STEP005 BalanceCheck        ".
    05 FILLER PIC X(28) VALUE "STEP006 IntegrityCheck      ".
    05 FILLER PIC X(28) VALUE "STEP010 StudentInfo         ".
    05 FILLER PIC X(28) VALUE "STEP012 StudentHoldRun      ".
    05 FILLER PIC X(28) VALUE "STEP014 HoldReport          ".
    05 FILLER PIC X(28) VALUE "STEP020 GradeCalc           ".
    05 FILLER PIC X(28) VALUE "STEP025 OrderImport         ".
    05 FILLER PIC X(28) VALUE "STEP026 StandingOrd         ".
    05 FILLER PIC X(28) VALUE "STEP027 BackorderRel        ".
    05 FILLER PIC X(28) VALUE "STEP030 DailySalesSummary   ".
    05 FILLER PIC X(28) VALUE "STEP035 SalesHistRollup     ".
    05 FILLER PIC X(28) VALUE "STEP042 PurchasingAdvice    ".
    05 FILLER PIC X(28) VALUE "STEP045 GlExtract           ".
    05 FILLER PIC X(28) VALUE "STEP047 GlJournal           ".
    05 FILLER PIC X(28) VALUE "STEP048 GlPosting           ".
    05 FILLER PIC X(28) VALUE "STEP050 AuditInquiry        ".
01 WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
    05 WS-STEP-ENTRY OCCURS 21 TIMES.
       10 WS-STEP-NAME PIC X(7).
       10 FILLER PIC X.
       10 WS-STEP-PGM PIC X(20).
01 WS-STEP-COUNT PIC 99 VALUE 21.
01 WS-STEP-IDX PIC 99.

01 WS-RESTART-STEP PIC X(7) VALUE SPACES.

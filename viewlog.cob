        *> **********************************************************************
        *> viewlog - shared read-access log writer. corrections.jnl
        *> records who changed a customer and nothing recorded who
        *> looked; every screen and inquiry that shows a customer
        *> (custinq, cust360, custfind, custmnt, collmnt, arcrest) now
        *> CALLs this routine as it shows one, and a row lands on
        *> viewlog.dat (VIEWLOG): timestamp, operator, program,
        *> user_id. viewrpt.cob answers "who has looked at me", "what
        *> has this operator looked at" and the snooping exceptions.
        *>
        *>    CALL "viewlog" USING vw-program, vw-user-id
        *>                         [, vw-subject].
        *>      vw-program  X(10)  the program showing the customer
        *>      vw-user-id  9(4)   the customer shown
        *>      vw-subject  X(40)  optional - what was shown when it is
        *>                         not a customer record (filebrws.cob
        *>                         passes the file, record number and
        *>                         key, with a zero user_id)
        *>
        *>    the operator is the OPERATOR environment variable the
        *>    opersec.cob sign-on exports, falling back to LOGNAME (or
        *>    USER) - the same chain jrnwrite.cob stamps the journal
        *>    with.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. viewlog.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT view-file ASSIGN TO "viewlog.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS view-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  view-file.
                    COPY VIEWLOG.
            WORKING-STORAGE SECTION.
                01 view-file-status PIC X(02) VALUE "00".
                01 operator-id      PIC X(10) VALUE SPACES.
            LINKAGE SECTION.
                01 vw-program PIC X(10).
                01 vw-user-id PIC 9(4).
                01 vw-subject PIC X(40).
        *> *********************************************************************
        PROCEDURE DIVISION USING vw-program, vw-user-id,
                OPTIONAL vw-subject.
            MOVE SPACES TO operator-id.
            DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME.
            ACCEPT operator-id FROM ENVIRONMENT-VALUE.
            IF operator-id = SPACES THEN
                DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
                ACCEPT operator-id FROM ENVIRONMENT-VALUE
            END-IF.
            IF operator-id = SPACES THEN
                DISPLAY "USER" UPON ENVIRONMENT-NAME
                ACCEPT operator-id FROM ENVIRONMENT-VALUE
            END-IF.
            OPEN EXTEND view-file.
            IF view-file-status = "35" THEN
                OPEN OUTPUT view-file
            END-IF.
            MOVE SPACES TO view-log-record.
            MOVE FUNCTION CURRENT-DATE(1:14) TO vl-timestamp.
            MOVE operator-id TO vl-operator.
            MOVE vw-program  TO vl-program.
            MOVE vw-user-id  TO vl-user-id.
            IF NUMBER-OF-CALL-PARAMETERS >= 3 THEN
                MOVE vw-subject TO vl-subject
            END-IF.
            WRITE view-log-record.
            CLOSE view-file.
            GOBACK.
        END PROGRAM viewlog.

      * System.  Collects violation reports all day and queues them as
      * PENDING entries on PENDING.dat; an officer reviews and loads
      * them into the live file from the main system, so this program
      * never needs update access to STUDENT-FILE.  It only reads the
      * student master, to fill in a known student's details, and the
      * live file, to catch a report that is already on record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. student.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIOCODE-CODE
               FILE STATUS IS WS-VIOCODE-STATUS.
           SELECT STAFF-FILE ASSIGN TO "C:\Users\zcint\STAFF.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-ID
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO
               "C:\Users\zcint\STUDMAST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-STUDENT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "C:\Users\zcint\STUDENT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STUDENT-ID WITH DUPLICATES
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-STUDENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PENDING-REMARKS    PIC X(50).
           05 PENDING-STATUS     PIC X(1).
           05 PENDING-REASON     PIC X(30).
           05 PENDING-REPORTER   PIC X(10).

       FD USER-FILE.
       01 USER-RECORD.
           05 VIOCODE-CODE      PIC X(20).
           05 VIOCODE-DESC      PIC X(30).
           05 VIOCODE-SEVERITY  PIC X(1).
           05 VIOCODE-FINE      PIC 9(5)V99.

       FD STAFF-FILE.
       01 STAFF-RECORD.
           05 STAFF-ID          PIC X(10).
           05 STAFF-NAME        PIC X(30).
           05 STAFF-POSITION    PIC X(20).
           05 STAFF-ACTIVE      PIC X(1).

       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
           05 MASTER-STUDENT-ID   PIC X(10).
           05 MASTER-STUDENT-NAME PIC X(30).
           05 MASTER-COURSE       PIC X(20).
           05 MASTER-SECTION      PIC X(15).
           05 MASTER-ENROLLED     PIC X(1).

      * Only the key, date and type of a live row are needed here.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-KEY.
               10 STUDENT-ID        PIC X(10).
               10 VIOLATION-COUNT   PIC 9(4).
           05 STUDENT-NAME      PIC X(30).
           05 STUDENT-SECTION   PIC X(15).
           05 VIOLATION-DATE    PIC X(10).
           05 VIOLATION-TYPE    PIC X(20).
           05 FILLER            PIC X(131).

       WORKING-STORAGE SECTION.
       01 CLRSCR          PIC X(3) VALUE 'CLS'.
       01 DATE1           PIC X(10).
       01 VIOLATION-TYPE-IN PIC X(20).
       01 VIOLATION-REMARKS-IN PIC X(50).
       01 REPORTER-IN     PIC X(10).
       01 WS-ANOTHER      PIC X VALUE "Y".
       01 WS-NEXT-SEQ     PIC 9(6) VALUE 0.
       01 WS-SEQ-EOF      PIC 9 VALUE 0.
       01 WS-DATE-MONTH   PIC X(2).
       01 WS-DATE-DAY     PIC X(2).
       01 WS-VIOCODE-STATUS PIC XX VALUE SPACES.
       01 WS-STAFF-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-STUDENT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-FOUND PIC 9 VALUE 0.
       01 WS-DUP-FOUND    PIC 9 VALUE 0.
       01 WS-DUP-EOF      PIC 9 VALUE 0.
       01 WS-DUP-OPEN     PIC 9 VALUE 0.
       01 WS-DUP-ANSWER   PIC X VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++"
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
           ACCEPT STUDENT-NUM.
           PERFORM LOOKUP-STUDENT-MASTER.
           IF WS-MASTER-FOUND = 1
               DISPLAY "FULL NAME: " FULL-NAME
               DISPLAY "PROGRAM: " COURSE
               DISPLAY "YEAR AND SECTION: " YEAR-SECTION
           ELSE
               DISPLAY "FULL NAME: " WITH NO ADVANCING
               ACCEPT FULL-NAME
               DISPLAY "PROGRAM: " WITH NO ADVANCING
               ACCEPT COURSE
               DISPLAY "YEAR AND SECTION: " WITH NO ADVANCING
               ACCEPT YEAR-SECTION
           END-IF.
           DISPLAY "DATE (YYYY-MM-DD): " WITH NO ADVANCING.
           ACCEPT DATE1.
           DISPLAY "VIOLATION TYPE: " WITH NO ADVANCING.
           ACCEPT VIOLATION-TYPE-IN.
           DISPLAY "REMARKS: " WITH NO ADVANCING.
           ACCEPT VIOLATION-REMARKS-IN.
           DISPLAY "REPORTED BY (STAFF ID): " WITH NO ADVANCING.
           ACCEPT REPORTER-IN.

           PERFORM VALIDATE-INTAKE.
           IF WS-VALID-ENTRY = 0
           DISPLAY "TAKE ANOTHER REPORT? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-ANOTHER.

       LOOKUP-STUDENT-MASTER.
      * A student already on the master keeps the registrar's name,
      * program and section, so the desk does not retype them.  An
      * unknown student, or no master at all, falls back to keying.
           MOVE 0 TO WS-MASTER-FOUND.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE STUDENT-NUM TO MASTER-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Student not on the master list - "
                           "please key the details."
                   NOT INVALID KEY
                       MOVE 1 TO WS-MASTER-FOUND
                       MOVE MASTER-STUDENT-NAME TO FULL-NAME
                       MOVE MASTER-COURSE TO COURSE
                       MOVE MASTER-SECTION TO YEAR-SECTION
                       IF MASTER-ENROLLED = "N"
                           DISPLAY "WARNING: the registrar shows this "
                               "student as NOT ENROLLED - check the "
                               "student number."
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       VALIDATE-INTAKE.
           MOVE 1 TO WS-VALID-ENTRY.
           IF STUDENT-NUM = SPACES
               MOVE 0 TO WS-VALID-ENTRY
           END-IF.
           PERFORM VALIDATE-VIOLATION-CODE.
           PERFORM VALIDATE-REPORTER.

       VALIDATE-VIOLATION-CODE.
      * The type must be a code on the office's violation code table
               CLOSE VIOCODE-FILE
           END-IF.

       VALIDATE-REPORTER.
      * Every report names the guard or staff member who witnessed it;
      * the ID must be an active entry on the office's staff list.
           IF REPORTER-IN = SPACES
               DISPLAY "The reporting staff member is required."
               MOVE 0 TO WS-VALID-ENTRY
           ELSE
               OPEN INPUT STAFF-FILE
               IF WS-STAFF-STATUS NOT = "00"
                   DISPLAY "Staff list not set up - ask the "
                       "discipline office to add reporting staff."
                   MOVE 0 TO WS-VALID-ENTRY
               ELSE
                   MOVE REPORTER-IN TO STAFF-ID
                   READ STAFF-FILE
                       INVALID KEY
                           DISPLAY "Staff ID " REPORTER-IN
                               " is not on the staff list."
                           MOVE 0 TO WS-VALID-ENTRY
                       NOT INVALID KEY
                           IF STAFF-ACTIVE NOT = "Y"
                               DISPLAY "Staff member " REPORTER-IN
                                   " is no longer active."
                               MOVE 0 TO WS-VALID-ENTRY
                           ELSE
                               DISPLAY "Reported by: " STAFF-NAME
                           END-IF
                   END-READ
                   CLOSE STAFF-FILE
               END-IF
           END-IF.

       WRITE-PENDING-ENTRY.
      * A report matching one already queued or on file asks the
      * clerk before a likely duplicate goes to the office.
           PERFORM CHECK-DUPLICATE-REPORT.
           MOVE "Y" TO WS-DUP-ANSWER.
           IF WS-DUP-FOUND = 1
               DISPLAY "This looks like a duplicate report. "
                   "Queue it anyway? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-DUP-ANSWER
           END-IF.
           IF WS-DUP-ANSWER = "Y" OR WS-DUP-ANSWER = "y"
               PERFORM QUEUE-PENDING-ENTRY
           ELSE
               DISPLAY "Report not queued."
           END-IF.

       CHECK-DUPLICATE-REPORT.
      * Same student, same date and same violation code: still on the
      * pending queue, or already a row on the live file.
           MOVE 0 TO WS-DUP-FOUND.
           MOVE 0 TO WS-DUP-EOF.
           MOVE 0 TO WS-DUP-OPEN.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               MOVE 1 TO WS-DUP-OPEN
           ELSE
               MOVE 1 TO WS-DUP-EOF
           END-IF.
           PERFORM UNTIL WS-DUP-EOF = 1
               READ PENDING-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-DUP-EOF
                   NOT AT END
                       IF PENDING-STATUS = "P"
                           AND PENDING-STUDENT-ID = STUDENT-NUM
                           AND PENDING-DATE = DATE1
                           AND PENDING-TYPE = VIOLATION-TYPE-IN
                           MOVE 1 TO WS-DUP-FOUND
                           DISPLAY "Already queued as pending entry #"
                               PENDING-SEQ " (reported by "
                               PENDING-REPORTER ")."
                       END-IF
           END-PERFORM.
           IF WS-DUP-OPEN = 1
               CLOSE PENDING-FILE
           END-IF.
           MOVE 0 TO WS-DUP-EOF.
           MOVE 0 TO WS-DUP-OPEN.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-DUP-EOF
           ELSE
               MOVE 1 TO WS-DUP-OPEN
               MOVE STUDENT-NUM TO STUDENT-ID
               START STUDENT-FILE KEY IS >= STUDENT-ID
                   INVALID KEY MOVE 1 TO WS-DUP-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-DUP-EOF = 1
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-DUP-EOF
                   NOT AT END
                       IF STUDENT-ID NOT = STUDENT-NUM
                           MOVE 1 TO WS-DUP-EOF
                       ELSE
                           IF VIOLATION-DATE = DATE1
                               AND VIOLATION-TYPE = VIOLATION-TYPE-IN
                               MOVE 1 TO WS-DUP-FOUND
                               DISPLAY "Already on file as violation #"
                                   VIOLATION-COUNT "."
                           END-IF
                       END-IF
           END-PERFORM.
           IF WS-DUP-OPEN = 1
               CLOSE STUDENT-FILE
           END-IF.

       QUEUE-PENDING-ENTRY.
      * The queue key is a plain sequence number; the next value is
      * one past the highest already on file.
           MOVE 0 TO WS-NEXT-SEQ.
               MOVE VIOLATION-REMARKS-IN TO PENDING-REMARKS
               MOVE "P" TO PENDING-STATUS
               MOVE SPACES TO PENDING-REASON
               MOVE REPORTER-IN TO PENDING-REPORTER
               WRITE PENDING-RECORD
                   INVALID KEY
                       DISPLAY "Error: could not queue the report - "

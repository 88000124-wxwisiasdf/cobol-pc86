       01  WS-SAVE-ENC-CHECK                                 PIC 9(8).
       01  WS-SAVE-COMP-FLAG                                 PIC X.
       01  WS-SAVE-COMP-LEN                                  PIC 9(8).
       01  WS-SAVE-RECFM                                     PIC X.
       01  WS-SAVE-GDG-LIMIT                                 PIC 9(2).
       01  WS-SAVE-JRN-FLAG                                  PIC X.
       01  WS-SAVE-MIG-FLAG                                  PIC X.
       01  WS-SAVE-MIG-VOL                                   PIC X.
       01  WS-SAVE-MIG-NUMSECT                               PIC 9(4).
       01  WS-SAVE-MIG-DATE                                  PIC X(8).
       01  WS-SAVE-RET-CLASS                                 PIC X(8).
       01  WS-SAVE-RET-HOLD                                  PIC X.
       COPY "krnlcfg.cpy" REPLACING ==:PREF:== BY WS.
       LINKAGE SECTION.
       COPY "krnlfile.cpy" REPLACING ==:PREF:== BY L.
       PROCEDURE DIVISION USING L-FILEOP.
           MOVE 0 TO L-FILEOP-STATUS.
      * A store opened read-only (safe-mode boot) answers look-ups
      * and nothing else
           IF WS-CFG-STORE-RO = 'Y'
               AND NOT L-FILEOP-EXISTS AND NOT L-FILEOP-INFO
               AND NOT L-FILEOP-READSECT
               SET L-FILEOP-ERROR TO TRUE
               GOBACK
           END-IF.
           OPEN I-O FILE-DIR-FILE.
           IF WS-FILE-DIR-STATUS NOT = "00"
               OPEN OUTPUT FILE-DIR-FILE
               MOVE ZEROES TO FILE-DIR-CREAT-TIME
               MOVE L-FILEOP-RECLEN TO FILE-DIR-RECLEN
               MOVE L-FILEOP-NUMRECS TO FILE-DIR-NUMRECS
               MOVE SPACE TO FILE-DIR-RECFM
               MOVE 0 TO FILE-DIR-GDG-LIMIT
               MOVE SPACE TO FILE-DIR-JRN-FLAG
               MOVE SPACE TO FILE-DIR-MIG-FLAG
               MOVE SPACE TO FILE-DIR-MIG-VOL
               MOVE 0 TO FILE-DIR-MIG-NUMSECT
               MOVE SPACES TO FILE-DIR-MIG-DATE
               MOVE SPACES TO FILE-DIR-RET-CLASS
               MOVE SPACE TO FILE-DIR-RET-HOLD
               MOVE 'N' TO FILE-DIR-DELETED
      * No operator identity travels down this path (the libc stubs
      * call with no session), so entries made here belong to the
               MOVE FILE-DIR-ENC-CHECK TO WS-SAVE-ENC-CHECK
               MOVE FILE-DIR-COMP-FLAG TO WS-SAVE-COMP-FLAG
               MOVE FILE-DIR-COMP-LEN TO WS-SAVE-COMP-LEN
               MOVE FILE-DIR-RECFM TO WS-SAVE-RECFM
               MOVE FILE-DIR-GDG-LIMIT TO WS-SAVE-GDG-LIMIT
               MOVE FILE-DIR-JRN-FLAG TO WS-SAVE-JRN-FLAG
               MOVE FILE-DIR-MIG-FLAG TO WS-SAVE-MIG-FLAG
               MOVE FILE-DIR-MIG-VOL TO WS-SAVE-MIG-VOL
               MOVE FILE-DIR-MIG-NUMSECT TO WS-SAVE-MIG-NUMSECT
               MOVE FILE-DIR-MIG-DATE TO WS-SAVE-MIG-DATE
               MOVE FILE-DIR-RET-CLASS TO WS-SAVE-RET-CLASS
               MOVE FILE-DIR-RET-HOLD TO WS-SAVE-RET-HOLD
               MOVE 'Y' TO FILE-DIR-DELETED
               REWRITE FILE-DIR-REC END-REWRITE
               MOVE L-FILEOP-NEW-NAME TO FILE-DIR-NAME
               MOVE WS-SAVE-ENC-CHECK TO FILE-DIR-ENC-CHECK
               MOVE WS-SAVE-COMP-FLAG TO FILE-DIR-COMP-FLAG
               MOVE WS-SAVE-COMP-LEN TO FILE-DIR-COMP-LEN
               MOVE WS-SAVE-RECFM TO FILE-DIR-RECFM
               MOVE WS-SAVE-GDG-LIMIT TO FILE-DIR-GDG-LIMIT
               MOVE WS-SAVE-JRN-FLAG TO FILE-DIR-JRN-FLAG
               MOVE WS-SAVE-MIG-FLAG TO FILE-DIR-MIG-FLAG
               MOVE WS-SAVE-MIG-VOL TO FILE-DIR-MIG-VOL
               MOVE WS-SAVE-MIG-NUMSECT TO FILE-DIR-MIG-NUMSECT
               MOVE WS-SAVE-MIG-DATE TO FILE-DIR-MIG-DATE
               MOVE WS-SAVE-RET-CLASS TO FILE-DIR-RET-CLASS
               MOVE WS-SAVE-RET-HOLD TO FILE-DIR-RET-HOLD
               MOVE 'N' TO FILE-DIR-DELETED
               IF WS-FILE-DIR-STATUS = "00"
                   REWRITE FILE-DIR-REC END-REWRITE

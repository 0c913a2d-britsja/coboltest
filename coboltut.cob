                RECORD KEY IS CUST-NUMBER
                ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
                FILE STATUS IS CustomerFileStatus.
            SELECT BATCH-REGISTER-FILE ASSIGN TO "SUMBREG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BREG-BATCH-ID
                FILE STATUS IS BatchRegFileStatus.
            SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPER-USER-ID
                FILE STATUS IS OperatorFileStatus.
            SELECT SUM-REGISTER-LIST-FILE ASSIGN TO "SUMREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SumRegListFileStatus.
            SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AuditFileStatus.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER.
            COPY CUSTREC.
        FD  BATCH-REGISTER-FILE.
            COPY BREGREC.
        FD  OPERATOR-FILE.
            COPY OPERREC.
        FD  SUM-INPUT-FILE.
        01 SUMIN-RECORD.
           05 SUMIN-USERNAME       PIC X(30).
              10 SUMOUT-SSN-GROUP  PIC 99.
              10 SUMOUT-SSN-SERIAL PIC 9999.
           05 SUMOUT-SSN-VALID     PIC X(01).
      *> A SUMIN batch run opens SUMOUT.DAT with a copy of the
      *> batch header (HDR and the batch id in the username
      *> columns) so the posting run knows which batch it is
      *> posting; a corrected reject rerun writes none, so its
      *> SUMOUT.DAT posts only on a supervisor's override.

      *> The reject record is the original SUMIN record plus a
      *> reason code, so a corrected reject file can be fed back
        FD  SUM-POST-REPORT-FILE.
        01 SUMPOST-LINE PIC X(80).

        FD  SUM-REGISTER-LIST-FILE.
        01 SUMREG-LINE PIC X(132).

        FD  AUDIT-LOG.
        01 AUDIT-LOG-LINE PIC X(130).

        WORKING-STORAGE SECTION.
        01 WorkModeReply PIC X(01) VALUE "I".
        01 SumInputFileName PIC X(12) VALUE "SUMIN.DAT".
        01 PostRecordsFailed PIC 9(05) VALUE 0.
        01 PostFailReason PIC X(30) VALUE SPACES.
        01 NextCustomerNumber PIC 9(06) VALUE 0.
        01 CustomerRecordHold PIC X(181) VALUE SPACES.
        01 EndOfCustomerSwitch PIC X(01) VALUE "N".
           88 CustomerFileAtEnd VALUE "Y".
      *> Batch register working fields - every SUMIN batch id is
      *> kept on SUMBREG with how it proved, when it came in and
      *> whether it has been posted.  Running a batch already
      *> processed again needs a supervisor from the Operator
      *> Master to override.
        01 BatchRegFileStatus PIC X(02) VALUE "00".
        01 OperatorFileStatus PIC X(02) VALUE "00".
        01 SumRegListFileStatus PIC X(02) VALUE "00".
        01 BatchOnRegisterSwitch PIC X(01) VALUE "N".
           88 BatchIsOnRegister VALUE "Y".
        01 BatchRerunRefusedSwitch PIC X(01) VALUE "N".
           88 BatchRerunRefused VALUE "Y".
        01 SupervisorOverrideSwitch PIC X(01) VALUE "N".
           88 SupervisorOverrideGiven VALUE "Y".
        01 PostBatchRefusedSwitch PIC X(01) VALUE "N".
           88 PostBatchRefused VALUE "Y".
        01 EndOfBatchRegisterSwitch PIC X(01) VALUE "N".
           88 EndOfBatchRegister VALUE "Y".
        01 OverrideUserReply PIC X(08) VALUE SPACES.
        01 OverridePasswordReply PIC X(08) VALUE SPACES.
        01 BatchOverrideUser PIC X(08) VALUE SPACES.
        01 PostBatchId PIC X(08) VALUE SPACES.
        01 HeaderlessRefusedSwitch PIC X(01) VALUE "N".
           88 HeaderlessPostRefused VALUE "Y".
        01 AuditFileStatus PIC X(02) VALUE "00".
        COPY AUDTREC.
        01 BatchRunDate PIC 9(08) VALUE 0.
        01 BatchRunClock.
           05 BatchRunHHMMSS PIC 9(06).
           05 FILLER         PIC 9(02).
        01 BatchStatusText PIC X(10) VALUE SPACES.
        01 BatchesListed PIC 9(05) VALUE 0.
        01 UserName PIC X(30) VALUE "You".
        01 Num1 PIC S9(7)V99 VALUE ZEROS.
        01 Num2 PIC S9(7)V99 VALUE ZEROS.
        DISPLAY "Run in batch mode reading SUMIN.DAT (B), rerun "
            "a corrected reject file from SUMFIX.DAT (R), post "
            "accepted SUMOUT.DAT records to the Customer Master "
            "(P), list the batch register to SUMREG.DAT (L), or "
            "interactively (I)? " WITH NO ADVANCING
        ACCEPT WorkModeReply
        IF WorkModeReply = "B" OR WorkModeReply = "b"
            MOVE "SUMIN.DAT" TO SumInputFileName
        ELSE
        IF WorkModeReply = "P" OR WorkModeReply = "p"
            PERFORM PostMode
        ELSE
        IF WorkModeReply = "L" OR WorkModeReply = "l"
            PERFORM ListBatchRegister
        ELSE
            DISPLAY "What is your name: " WITH NO advancing
            *> Show text on same line
            end-if
        END-IF
        END-IF
        END-IF
        END-IF.

        STOP RUN.
               DISPLAY "Input file " SumInputFileName " not "
                   "found - nothing to process."
           ELSE
               MOVE "N" TO BatchRerunRefusedSwitch
               IF SumInputFileName = "SUMIN.DAT"
                   PERFORM VerifySumBatchControls
                   IF NOT BatchControlsFailed
                       PERFORM CheckBatchRegister
                   END-IF
               ELSE
                   MOVE "N" TO BatchControlsFailedSwitch
               END-IF
               IF BatchControlsFailed
                   PERFORM WriteBatchControlFailureReport
                   IF GotBatchHeader
                       PERFORM RegisterFailedBatch
                   END-IF
                   DISPLAY "Batch rejected - " SumControlReason
                       " - see SUMEDIT.DAT.  No records "
                       "processed."
               ELSE
                   IF BatchRerunRefused
                       CLOSE SUM-INPUT-FILE
                       DISPLAY "Batch " SumHeaderBatchId " is "
                           "already on the batch register - no "
                           "records processed."
                   ELSE
                       PERFORM ProcessSumBatch
                   END-IF
               END-IF
           END-IF.

        ProcessSumBatch.
           OPEN OUTPUT SUM-OUTPUT-FILE
           OPEN OUTPUT SUM-REJECT-FILE
           IF SumInputFileName = "SUMIN.DAT"
               PERFORM WriteSumOutBatchHeader
           END-IF
           MOVE "N" TO EndOfSumInputSwitch
           PERFORM ProcessOneSumRecord UNTIL EndOfSumInput
           CLOSE SUM-INPUT-FILE
           CLOSE SUM-OUTPUT-FILE
           CLOSE SUM-REJECT-FILE
           PERFORM WriteSumEditReport
           IF SumInputFileName = "SUMIN.DAT"
               PERFORM RegisterProcessedBatch
           END-IF
           DISPLAY "Batch run complete - "
               SumRecordsAccepted
               " accepted to SUMOUT.DAT, "
               SumRecordsRejected
               " rejected to SUMREJ.DAT, edit report on "
               "SUMEDIT.DAT.".

        WriteSumOutBatchHeader.
           MOVE SPACES TO SUMOUT-RECORD
           MOVE SumHeaderWork TO SUMOUT-USERNAME
           MOVE ZERO TO SUMOUT-NUM1
           MOVE ZERO TO SUMOUT-NUM2
           MOVE ZERO TO SUMOUT-TOTAL
           WRITE SUMOUT-RECORD.

      *> The control records are transparent to the edit pass -
      *> the verification pass already proved them.
        ProcessOneSumRecord.
               SumInputFileName
               DELIMITED BY SIZE INTO SUMEDIT-LINE
           WRITE SUMEDIT-LINE.
           IF SumInputFileName = "SUMIN.DAT"
               MOVE SPACES TO SUMEDIT-LINE
               STRING "BATCH ID " SumHeaderBatchId "  DATED "
                   SumHeaderDate
                   DELIMITED BY SIZE INTO SUMEDIT-LINE
               WRITE SUMEDIT-LINE
               IF BatchOverrideUser NOT = SPACES
                   MOVE SPACES TO SUMEDIT-LINE
                   STRING "REPROCESSED ON SUPERVISOR OVERRIDE BY "
                       BatchOverrideUser
                       DELIMITED BY SIZE INTO SUMEDIT-LINE
                   WRITE SUMEDIT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO SUMEDIT-LINE
           STRING "RECORDS READ:     " SumRecordsRead
               DELIMITED BY SIZE INTO SUMEDIT-LINE
           IF SumOutputFileStatus = "35"
               DISPLAY "SUMOUT.DAT not found - nothing to post."
           ELSE
               PERFORM CheckPostBatchRegister
               IF PostBatchRefused
                   CLOSE SUM-OUTPUT-FILE
                   DISPLAY "Batch " PostBatchId " was already "
                       "posted to the Customer Master on "
                       BREG-POSTED-DATE " at " BREG-POSTED-TIME
                       " - not posted again."
               ELSE
                   PERFORM CheckHeaderlessPost
                   IF HeaderlessPostRefused
                       CLOSE SUM-OUTPUT-FILE
                       DISPLAY "SUMOUT.DAT has no batch header - "
                           "not posted."
                   ELSE
                       PERFORM PostSumOutput
                   END-IF
               END-IF
           END-IF.

      *> A SUMOUT.DAT without a batch header - the output of a
      *> corrected reject rerun - is on no batch register, so
      *> nothing there can stop it being posted twice.  It posts
      *> only on a supervisor's override, and the override goes
      *> on the audit log with what the posting added.
        CheckHeaderlessPost.
           MOVE "N" TO HeaderlessRefusedSwitch
           MOVE SPACES TO BatchOverrideUser
           IF PostBatchId = SPACES
               DISPLAY "SUMOUT.DAT has no batch header - it is not "
                   "on the batch register and cannot be checked "
                   "for an earlier posting."
               PERFORM AcceptSupervisorOverride
               IF SupervisorOverrideGiven
                   MOVE OverrideUserReply TO BatchOverrideUser
               ELSE
                   MOVE "Y" TO HeaderlessRefusedSwitch
               END-IF
           END-IF.

        PostSumOutput.
           PERFORM OpenCustomerMasterForPost
           PERFORM SeedNextCustomerNumber
           OPEN OUTPUT SUM-POST-REPORT-FILE
           IF PostBatchId = SPACES
               MOVE "NO BATCH HEADER - RUN NOT ON THE BATCH REGISTER"
                   TO SUMPOST-LINE
               WRITE SUMPOST-LINE
               MOVE SPACES TO SUMPOST-LINE
               STRING "POSTED ON SUPERVISOR OVERRIDE BY "
                   BatchOverrideUser
                   DELIMITED BY SIZE INTO SUMPOST-LINE
           ELSE
               MOVE SPACES TO SUMPOST-LINE
               STRING "POSTING BATCH " PostBatchId
                   DELIMITED BY SIZE INTO SUMPOST-LINE
           END-IF
           WRITE SUMPOST-LINE
           MOVE 0 TO PostRecordsRead
           MOVE 0 TO PostRecordsAdded
           MOVE 0 TO PostRecordsFailed
           MOVE "N" TO EndOfSumOutputSwitch
           PERFORM PostOneSumOutRecord UNTIL EndOfSumOutput
           PERFORM WritePostReportTrailer
           CLOSE SUM-POST-REPORT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE SUM-OUTPUT-FILE
           IF PostBatchId NOT = SPACES
               PERFORM StampBatchPosted
           ELSE
               PERFORM AuditHeaderlessPost
           END-IF
           DISPLAY "Post run complete - " PostRecordsAdded
               " customers added, " PostRecordsFailed
               " failed (report on SUMPOST.DAT).".

      *> Same raw AUDTREC line JanApp's WriteAuditLogEntry
      *> writes, so Audit Inquiry lists the override with the
      *> rest of the supervisor's activity.
        AuditHeaderlessPost.
           OPEN EXTEND AUDIT-LOG.
           IF AuditFileStatus = "35"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           PERFORM StampBatchRunTime
           MOVE BatchOverrideUser TO AUDIT-USER-ID
           MOVE BatchRunDate(1:4) TO AUDIT-DATE-CCYY
           MOVE BatchRunDate(5:2) TO AUDIT-DATE-MM
           MOVE BatchRunDate(7:2) TO AUDIT-DATE-DD
           MOVE BatchRunHHMMSS(1:2) TO AUDIT-TIME-HH
           MOVE BatchRunHHMMSS(3:2) TO AUDIT-TIME-MM
           MOVE BatchRunHHMMSS(5:2) TO AUDIT-TIME-SS
           MOVE "Post SUMOUT with no header" TO AUDIT-OPTION
           MOVE SPACES TO AUDIT-OUTCOME
           STRING "Override - " PostRecordsAdded
               " customers added, " PostRecordsFailed " failed"
               DELIMITED BY SIZE INTO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-LOG-LINE
           MOVE AUDIT-RECORD TO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

        OpenCustomerMasterForPost.
           OPEN I-O CUSTOMER-MASTER.
           IF CustomerFileStatus = "35"
               AT END
                   MOVE "Y" TO EndOfSumOutputSwitch
               NOT AT END
                   IF SUMOUT-USERNAME(1:3) = "HDR"
                       CONTINUE
                   ELSE
                       ADD 1 TO PostRecordsRead
                       PERFORM PostOneAcceptedIntake
                   END-IF
           END-READ.

      *> The same edits CreateCustomer applies - a blank name,
               DELIMITED BY SIZE INTO SUMPOST-LINE
           WRITE SUMPOST-LINE.

      *> ----------------------------------------------------------
      *> Batch register - SUMBREG keeps one record per SUMIN batch
      *> id.  A batch whose controls prove is looked up before a
      *> single record is edited: one already processed or posted
      *> is refused unless a supervisor overrides, so a re-sent
      *> transfer or a rerun step cannot put the same intake
      *> through twice.  A batch that failed its controls last
      *> time may simply be sent again.
      *> ----------------------------------------------------------
        CheckBatchRegister.
           MOVE "N" TO BatchRerunRefusedSwitch
           MOVE SPACES TO BatchOverrideUser
           MOVE "N" TO BatchOnRegisterSwitch
           PERFORM OpenBatchRegisterIO
           MOVE SumHeaderBatchId TO BREG-BATCH-ID
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO BatchOnRegisterSwitch
           END-READ
           IF BatchIsOnRegister AND NOT BREG-STATUS-FAILED
               DISPLAY "Batch " SumHeaderBatchId " was first "
                   "received on " BREG-RECEIVED-DATE " at "
                   BREG-RECEIVED-TIME " and has been run "
                   BREG-RUN-COUNT " time(s)."
               IF BREG-STATUS-POSTED
                   DISPLAY "It was posted to the Customer Master "
                       "on " BREG-POSTED-DATE " at "
                       BREG-POSTED-TIME "."
               END-IF
           END-IF
           CLOSE BATCH-REGISTER-FILE
           IF BatchIsOnRegister AND NOT BREG-STATUS-FAILED
               PERFORM AcceptSupervisorOverride
               IF SupervisorOverrideGiven
                   MOVE OverrideUserReply TO BatchOverrideUser
               ELSE
                   MOVE "Y" TO BatchRerunRefusedSwitch
               END-IF
           END-IF.

      *> The override is a supervisor's or administrator's own
      *> user id and password, proved against the Operator
      *> Master the way JanApp's logon proves them.
        AcceptSupervisorOverride.
           MOVE "N" TO SupervisorOverrideSwitch
           DISPLAY "Supervisor user id to override and reprocess "
               "(blank = do not reprocess): " WITH NO ADVANCING
           ACCEPT OverrideUserReply
           IF OverrideUserReply NOT = SPACES
               DISPLAY "Supervisor password: " WITH NO ADVANCING
               ACCEPT OverridePasswordReply
               OPEN INPUT OPERATOR-FILE
               IF OperatorFileStatus NOT = "00"
                   DISPLAY "Operator Master not found - the "
                       "override cannot be checked."
               ELSE
                   MOVE OverrideUserReply TO OPER-USER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPER-PASSWORD = OverridePasswordReply
                               AND OPER-STATUS-ACTIVE
                               AND (OPER-ROLE-SUPERVISOR
                                   OR OPER-ROLE-ADMIN)
                               MOVE "Y" TO SupervisorOverrideSwitch
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
                   IF NOT SupervisorOverrideGiven
                       DISPLAY "Override refused - not an active "
                           "supervisor, or the password is wrong."
                   END-IF
               END-IF
           END-IF.

      *> A processed batch is registered - or restamped, on an
      *> override re-run - with the count and hash it proved and
      *> what the edit made of it.  A re-run of a batch already
      *> posted stays posted, so it can never be posted again.
        RegisterProcessedBatch.
           PERFORM OpenBatchRegisterIO
           PERFORM ReadBatchRegisterForUpdate
           MOVE SumRecordsAccepted TO BREG-ACCEPTED-COUNT
           MOVE SumRecordsRejected TO BREG-REJECTED-COUNT
           IF NOT BREG-STATUS-POSTED
               SET BREG-STATUS-PROCESSED TO TRUE
           END-IF
           MOVE BatchOverrideUser TO BREG-OVERRIDE-BY
           PERFORM FileBatchRegisterRecord
           CLOSE BATCH-REGISTER-FILE.

      *> A batch that fails its controls is registered as failed
      *> so operations can see it arrived - unless the id is
      *> already on file as processed, which a bad re-send must
      *> not overwrite.
        RegisterFailedBatch.
           PERFORM OpenBatchRegisterIO
           PERFORM ReadBatchRegisterForUpdate
           IF BatchIsOnRegister AND NOT BREG-STATUS-FAILED
               DISPLAY "Batch " SumHeaderBatchId " is already on "
                   "the batch register as processed - register "
                   "left as it was."
           ELSE
               MOVE ZERO TO BREG-ACCEPTED-COUNT
               MOVE ZERO TO BREG-REJECTED-COUNT
               SET BREG-STATUS-FAILED TO TRUE
               MOVE SPACES TO BREG-OVERRIDE-BY
               PERFORM FileBatchRegisterRecord
           END-IF
           CLOSE BATCH-REGISTER-FILE.

        ReadBatchRegisterForUpdate.
           PERFORM StampBatchRunTime
           MOVE SumHeaderBatchId TO BREG-BATCH-ID
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   MOVE "N" TO BatchOnRegisterSwitch
                   MOVE SPACES TO BATCH-REGISTER-RECORD
                   MOVE SumHeaderBatchId TO BREG-BATCH-ID
                   MOVE BatchRunDate TO BREG-RECEIVED-DATE
                   MOVE BatchRunHHMMSS TO BREG-RECEIVED-TIME
                   MOVE ZERO TO BREG-RUN-COUNT
                   MOVE ZERO TO BREG-POSTED-DATE
                   MOVE ZERO TO BREG-POSTED-TIME
                   MOVE ZERO TO BREG-POSTED-ADDED
                   MOVE ZERO TO BREG-POSTED-FAILED
               NOT INVALID KEY
                   MOVE "Y" TO BatchOnRegisterSwitch
           END-READ.

        FileBatchRegisterRecord.
           MOVE SumHeaderDate TO BREG-BATCH-DATE
           MOVE SumDetailCount TO BREG-RECORD-COUNT
           MOVE SumComputedHash TO BREG-HASH-TOTAL
           ADD 1 TO BREG-RUN-COUNT
               ON SIZE ERROR
                   MOVE 999 TO BREG-RUN-COUNT
           END-ADD
           MOVE BatchRunDate TO BREG-LAST-RUN-DATE
           MOVE BatchRunHHMMSS TO BREG-LAST-RUN-TIME
           IF BatchIsOnRegister
               REWRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite batch register "
                           "for " BREG-BATCH-ID " - status "
                           BatchRegFileStatus
               END-REWRITE
           ELSE
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write batch register "
                           "for " BREG-BATCH-ID " - status "
                           BatchRegFileStatus
               END-WRITE
           END-IF.

      *> The posting run reads the batch header BatchMode copied
      *> to the top of SUMOUT.DAT and refuses a batch the
      *> register already shows posted.  On a clean check the
      *> file is reopened for the posting pass proper.
        CheckPostBatchRegister.
           MOVE "N" TO PostBatchRefusedSwitch
           MOVE SPACES TO PostBatchId
           READ SUM-OUTPUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SUMOUT-USERNAME(1:3) = "HDR"
                       MOVE SUMOUT-USERNAME(4:8) TO PostBatchId
                   END-IF
           END-READ
           IF PostBatchId NOT = SPACES
               PERFORM OpenBatchRegisterIO
               MOVE PostBatchId TO BREG-BATCH-ID
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BREG-STATUS-POSTED
                           MOVE "Y" TO PostBatchRefusedSwitch
                           DISPLAY "Batch " PostBatchId " was "
                               "posted to the Customer Master on "
                               BREG-POSTED-DATE " at "
                               BREG-POSTED-TIME "."
                       END-IF
               END-READ
               CLOSE BATCH-REGISTER-FILE
           END-IF
           IF NOT PostBatchRefused
               CLOSE SUM-OUTPUT-FILE
               OPEN INPUT SUM-OUTPUT-FILE
           END-IF.

        StampBatchPosted.
           PERFORM OpenBatchRegisterIO
           MOVE PostBatchId TO BREG-BATCH-ID
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   DISPLAY "Warning - batch " PostBatchId " is not "
                       "on the batch register; the posting is not "
                       "recorded there."
               NOT INVALID KEY
                   PERFORM StampBatchRunTime
                   SET BREG-STATUS-POSTED TO TRUE
                   MOVE BatchRunDate TO BREG-POSTED-DATE
                   MOVE BatchRunHHMMSS TO BREG-POSTED-TIME
                   MOVE PostRecordsAdded TO BREG-POSTED-ADDED
                   MOVE PostRecordsFailed TO BREG-POSTED-FAILED
                   REWRITE BATCH-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite batch "
                               "register for " PostBatchId
                               " - status " BatchRegFileStatus
                   END-REWRITE
           END-READ
           CLOSE BATCH-REGISTER-FILE.

        StampBatchRunTime.
           ACCEPT BatchRunDate FROM DATE YYYYMMDD
           ACCEPT BatchRunClock FROM TIME.

        OpenBatchRegisterIO.
           OPEN I-O BATCH-REGISTER-FILE.
           IF BatchRegFileStatus = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
           END-IF.

      *> Register listing - every batch on SUMBREG in batch id
      *> order: when it arrived, how it proved, what the edit
      *> made of it and where it stands.
        ListBatchRegister.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF BatchRegFileStatus NOT = "00"
               DISPLAY "Batch register not found - nothing to "
                   "list."
           ELSE
               OPEN OUTPUT SUM-REGISTER-LIST-FILE
               MOVE "SUMIN BATCH REGISTER" TO SUMREG-LINE
               WRITE SUMREG-LINE
               MOVE SPACES TO SUMREG-LINE
               STRING "BATCH ID  DATED     RECEIVED         "
                   "RECORDS         HASH TOTAL   ACCEPT  REJECT  "
                   "RUNS STATUS      POSTED           ADDED   "
                   "FAILED"
                   DELIMITED BY SIZE INTO SUMREG-LINE
               WRITE SUMREG-LINE
               MOVE 0 TO BatchesListed
               MOVE LOW-VALUES TO BREG-BATCH-ID
               MOVE "N" TO EndOfBatchRegisterSwitch
               START BATCH-REGISTER-FILE
                   KEY IS NOT LESS THAN BREG-BATCH-ID
                   INVALID KEY
                       MOVE "Y" TO EndOfBatchRegisterSwitch
               END-START
               PERFORM ListOneRegisteredBatch
                   UNTIL EndOfBatchRegister
               MOVE SPACES TO SUMREG-LINE
               STRING "BATCHES ON REGISTER: " BatchesListed
                   DELIMITED BY SIZE INTO SUMREG-LINE
               WRITE SUMREG-LINE
               CLOSE SUM-REGISTER-LIST-FILE
               CLOSE BATCH-REGISTER-FILE
               DISPLAY "Batch register listed - " BatchesListed
                   " batch(es) on SUMREG.DAT."
           END-IF.

        ListOneRegisteredBatch.
           READ BATCH-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfBatchRegisterSwitch
               NOT AT END
                   ADD 1 TO BatchesListed
                   PERFORM WriteOneRegisterLine
           END-READ.

      *> A batch re-run on a supervisor's override gets a second
      *> line naming who gave it and when the last run was.
        WriteOneRegisterLine.
           EVALUATE TRUE
               WHEN BREG-STATUS-FAILED
                   MOVE "FAILED" TO BatchStatusText
               WHEN BREG-STATUS-PROCESSED
                   MOVE "UNPOSTED" TO BatchStatusText
               WHEN BREG-STATUS-POSTED
                   MOVE "POSTED" TO BatchStatusText
               WHEN OTHER
                   MOVE "UNKNOWN" TO BatchStatusText
           END-EVALUATE
           MOVE BREG-HASH-TOTAL TO SumHashDisplay
           MOVE SPACES TO SUMREG-LINE
           IF BREG-STATUS-POSTED
               STRING BREG-BATCH-ID "  " BREG-BATCH-DATE "  "
                   BREG-RECEIVED-DATE " " BREG-RECEIVED-TIME "  "
                   BREG-RECORD-COUNT "  " SumHashDisplay "   "
                   BREG-ACCEPTED-COUNT "   " BREG-REJECTED-COUNT
                   "   " BREG-RUN-COUNT "  " BatchStatusText "  "
                   BREG-POSTED-DATE " " BREG-POSTED-TIME "  "
                   BREG-POSTED-ADDED "   " BREG-POSTED-FAILED
                   DELIMITED BY SIZE INTO SUMREG-LINE
           ELSE
               STRING BREG-BATCH-ID "  " BREG-BATCH-DATE "  "
                   BREG-RECEIVED-DATE " " BREG-RECEIVED-TIME "  "
                   BREG-RECORD-COUNT "  " SumHashDisplay "   "
                   BREG-ACCEPTED-COUNT "   " BREG-REJECTED-COUNT
                   "   " BREG-RUN-COUNT "  " BatchStatusText
                   DELIMITED BY SIZE INTO SUMREG-LINE
           END-IF
           WRITE SUMREG-LINE
           IF BREG-OVERRIDE-BY NOT = SPACES
               MOVE SPACES TO SUMREG-LINE
               STRING "          LAST RUN " BREG-LAST-RUN-DATE " "
                   BREG-LAST-RUN-TIME " ON SUPERVISOR OVERRIDE BY "
                   BREG-OVERRIDE-BY
                   DELIMITED BY SIZE INTO SUMREG-LINE
               WRITE SUMREG-LINE
           END-IF.

        AcceptAndValidateSSN.
            accept SSNum
            perform ValidateSSN

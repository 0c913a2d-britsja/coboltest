      *>         what "ships in 5 working days" actually means.
      *>   "W" - test whether DSRV-DATE-1 is a working day,
      *>         answered on DSRV-WORKDAY-SWITCH.
      *>   "C" - DSRV-DATE-1 plus DSRV-DAY-COUNT calendar days
      *>         into DSRV-RESULT-DATE - invoice due dates and
      *>         discount dates, where weekends still count.
      *>   "P" - the fiscal period DSRV-DATE-1 falls in and
      *>         whether it is open, off the FISCPER calendar;
      *>         for a closed period, the first day of the next
      *>         open one into DSRV-RESULT-DATE, which is where a
      *>         transaction that cannot go into the closed month
      *>         is re-dated to.
      *> A missing HOLIDAYS file simply means no holidays - the
      *> business-day functions still skip weekends, and a
      *> missing FISCPER file means no date is in any period.
      *> ----------------------------------------------------------
        ENVIRONMENT DIVISION.

                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOL-DATE
                FILE STATUS IS HolidayFileStatus.
            SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FPER-PERIOD-ID
                FILE STATUS IS PeriodFileStatus.

        DATA DIVISION.
        FILE SECTION.
        FD  HOLIDAY-FILE.
            COPY HOLREC.
        FD  FISCAL-PERIOD-FILE.
            COPY FPERREC.

        WORKING-STORAGE SECTION.
        01 WorkDate      PIC 9(08) VALUE 0.
        01 WorkingDaySwitch  PIC X(01) VALUE "N".
           88 IsWorkingDay      VALUE "Y".
        01 BizDaysToAdd  PIC 9(04) VALUE 0.
        01 CalDaysToAdd  PIC 9(04) VALUE 0.
        01 DowQuotient   PIC S9(09) VALUE 0.
        01 DowRemainder  PIC S9(01) VALUE 0.
        01 HolidayLookupDate PIC 9(08) VALUE 0.
        01 PeriodFileStatus  PIC X(02) VALUE "00".
        01 EndOfPeriodSwitch PIC X(01) VALUE "N".
           88 EndOfPeriodFile   VALUE "Y".

      *> Cumulative days before each month in a non-leap year,
      *> and the day count of each month - February's leap day is
                    PERFORM AddBusinessDays
                WHEN DSRV-TEST-WORK-DAY
                    PERFORM TestWorkingDay
                WHEN DSRV-ADD-CALENDAR-DAYS
                    PERFORM AddCalendarDays
                WHEN DSRV-FISCAL-PERIOD
                    PERFORM FindFiscalPeriod
                WHEN OTHER
                    MOVE "N" TO DSRV-VALID-SWITCH
                    MOVE 0 TO DSRV-DAY-COUNT
                    MOVE 0 TO DSRV-RESULT-DATE
                    MOVE "N" TO DSRV-WORKDAY-SWITCH
                    MOVE "N" TO DSRV-PERIOD-SWITCH
            END-EVALUATE
            GOBACK.

               SUBTRACT 1 FROM BizDaysToAdd
           END-IF.

      *> Plain calendar arithmetic - every day counts, so the
      *> holiday calendar is never opened.
        AddCalendarDays.
           MOVE 0 TO DSRV-RESULT-DATE
           MOVE DSRV-DATE-1 TO WorkDate
           PERFORM CheckWorkDate
           IF NOT IsWorkDateValid
               MOVE "N" TO DSRV-VALID-SWITCH
           ELSE
               MOVE "Y" TO DSRV-VALID-SWITCH
               IF DSRV-DAY-COUNT > 0
                   MOVE DSRV-DAY-COUNT TO CalDaysToAdd
               ELSE
                   MOVE 0 TO CalDaysToAdd
               END-IF
               PERFORM AddOneCalendarDay UNTIL CalDaysToAdd = 0
               COMPUTE DSRV-RESULT-DATE = (WorkYear * 10000)
                   + (WorkMonth * 100) + WorkDay
           END-IF.

        AddOneCalendarDay.
           PERFORM StepToNextCalendarDay
           SUBTRACT 1 FROM CalDaysToAdd.

      *> Sweeps the calendar in period order for the period
      *> whose dates take in DSRV-DATE-1.  An open period ends
      *> the sweep; a closed one carries on to the first open
      *> period starting after the date.
        FindFiscalPeriod.
           SET DSRV-PERIOD-NOT-FOUND TO TRUE
           MOVE 0 TO DSRV-PERIOD-ID
           MOVE 0 TO DSRV-PERIOD-START
           MOVE 0 TO DSRV-PERIOD-END
           MOVE 0 TO DSRV-RESULT-DATE
           MOVE DSRV-DATE-1 TO WorkDate
           PERFORM CheckWorkDate
           IF NOT IsWorkDateValid
               MOVE "N" TO DSRV-VALID-SWITCH
           ELSE
               MOVE "Y" TO DSRV-VALID-SWITCH
               OPEN INPUT FISCAL-PERIOD-FILE
               IF PeriodFileStatus = "00"
                   MOVE ZERO TO FPER-PERIOD-ID
                   MOVE "N" TO EndOfPeriodSwitch
                   START FISCAL-PERIOD-FILE
                       KEY IS NOT LESS THAN FPER-PERIOD-ID
                       INVALID KEY
                           MOVE "Y" TO EndOfPeriodSwitch
                   END-START
                   PERFORM CheckOneFiscalPeriod
                       UNTIL EndOfPeriodFile
                   CLOSE FISCAL-PERIOD-FILE
               END-IF
           END-IF.

        CheckOneFiscalPeriod.
           READ FISCAL-PERIOD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfPeriodSwitch
               NOT AT END
                   IF DSRV-PERIOD-NOT-FOUND
                       IF FPER-START-DATE NOT > DSRV-DATE-1
                           AND FPER-END-DATE NOT < DSRV-DATE-1
                           PERFORM TakeFiscalPeriod
                       END-IF
                   ELSE
                       IF NOT FPER-STATUS-CLOSED
                           AND FPER-START-DATE > DSRV-DATE-1
                           MOVE FPER-START-DATE TO DSRV-RESULT-DATE
                           MOVE "Y" TO EndOfPeriodSwitch
                       END-IF
                   END-IF
           END-READ.

        TakeFiscalPeriod.
           MOVE FPER-PERIOD-ID TO DSRV-PERIOD-ID
           MOVE FPER-START-DATE TO DSRV-PERIOD-START
           MOVE FPER-END-DATE TO DSRV-PERIOD-END
           IF FPER-STATUS-CLOSED
               SET DSRV-PERIOD-IS-CLOSED TO TRUE
           ELSE
               SET DSRV-PERIOD-IS-OPEN TO TRUE
               MOVE "Y" TO EndOfPeriodSwitch
           END-IF.

        TestWorkingDay.
           MOVE "N" TO DSRV-WORKDAY-SWITCH
           MOVE DSRV-DATE-1 TO WorkDate

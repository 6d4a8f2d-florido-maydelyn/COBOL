               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BookingFile ASSIGN TO 'bookinglist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BookingID
               FILE STATUS IS FileStatus.

           SELECT CustomerFile ASSIGN TO 'customerlist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS FileStatus.

           SELECT CapacityFile ASSIGN TO 'capacity.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CapKey
               FILE STATUS IS FileStatus.

           SELECT BookingPaymentFile ASSIGN TO 'bookingpayments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT BookingArchiveFile ASSIGN TO 'bookingarchive.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT ScheduleFile ASSIGN TO 'bookingschedule.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT PassengerFile ASSIGN TO 'passengers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

           SELECT VerifyReportFile ASSIGN TO 'restoreverify.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FileStatus.

       DATA DIVISION.
       FILE SECTION.

           05   BackupFileName     PIC X(30).
           05   BackupStamp        PIC X(14).

       FD BookingFile.
       01  BookingRecord.
           05   BookingID          PIC X(13).
           05   FDestination       PIC X(25).
           05   TravelDate         PIC X(12).
           05   FStatus            PIC X(15).
           05   BookCustomerID     PIC X(10).

       FD CustomerFile.
       01  CustomerRecord.
           05   CustomerID         PIC X(10).
           05   CustomerName       PIC X(30).
           05   CustomerPhone      PIC X(15).
           05   CustomerEmail      PIC X(30).

       FD CapacityFile.
       01  CapacityRecord.
           05   CapKey.
               10  CapDestination  PIC X(25).
               10  CapTravelDate   PIC X(12).
           05   CapMaxSeats        PIC 9(03).

       FD BookingPaymentFile.
       01  PaymentRecord.
           05   PayBookingID       PIC X(13).
           05   PaymentAmount      PIC 9(7)V99.
           05   PaymentMethod      PIC X(15).
           05   PaymentDate        PIC X(12).
           05   PaymentType        PIC X(01).

       FD BookingArchiveFile.
       01  ArchiveRecord.
           05   ArchBookingID      PIC X(13).
           05   ArchDestination    PIC X(25).
           05   ArchTravelDate     PIC X(12).
           05   ArchStatus         PIC X(15).
           05   ArchDeletionDate   PIC 9(08).
           05   ArchCustomerID     PIC X(10).

       FD ScheduleFile.
       01  ScheduleRecord.
           05   SchedBookingID     PIC X(13).
           05   SchedInstallNo     PIC 9(02).
           05   SchedDueDate       PIC X(12).
           05   SchedDueAmount     PIC 9(7)V99.

       FD PassengerFile.
       01  PassengerRecord.
           05   PaxBookingID       PIC X(13).
           05   PaxName            PIC X(30).
           05   PaxPassport        PIC X(15).
           05   PaxDOB             PIC X(12).

       FD VerifyReportFile.
       01  VerifyLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01  UserChoice              PIC X(2).
       01  GenChoice               PIC X.
       01  FileStatus              PIC XX.
       01  WS-COMMAND              PIC X(100).
       01  WS-RestoreName          PIC X(30).
       01  WS-SetCount             PIC 9(02)    VALUE 10.
       01  WS-SetIdx               PIC 9(02)    VALUE ZERO.
       01  WS-SetFailIdx           PIC 9(02)    VALUE ZERO.
       01  WS-SetStageOK           PIC X        VALUE 'Y'.
       01  WS-SetApplyOK           PIC X        VALUE 'Y'.
       01  WS-SetTable.
           05  WS-SetEntry OCCURS 10 TIMES.
               10  WS-SetName      PIC X(30).
               10  WS-SetRequired  PIC X.
               10  WS-SetStaged    PIC X.
               10  WS-SetRestored  PIC X.
       01  WS-DatePart             PIC 9(08).
       01  WS-TimePart             PIC 9(08).
       01  WS-BookingsAvailable    PIC X        VALUE 'N'.
       01  WS-CustomersAvailable   PIC X        VALUE 'N'.
       01  WS-CapacityAvailable    PIC X        VALUE 'N'.
       01  WS-BookingKnown         PIC X        VALUE 'N'.
       01  WS-InnerEndOfFile       PIC X        VALUE 'N'.
       01  WS-ArchIDCount          PIC 9(04)    VALUE ZERO.
       01  WS-ArchIDIdx            PIC 9(04)    VALUE ZERO.
       01  WS-ArchIDTable.
           05  WS-ArchID OCCURS 2000 TIMES PIC X(13).
       01  WS-DepCount             PIC 9(03)    VALUE ZERO.
       01  WS-DepIdx               PIC 9(03)    VALUE ZERO.
       01  WS-DepFound             PIC X        VALUE 'N'.
       01  WS-DepTable.
           05  WS-DepEntry OCCURS 500 TIMES.
               10  WS-DepDest      PIC X(25).
               10  WS-DepDate      PIC X(12).
               10  WS-DepSeats     PIC 9(05).
       01  WS-PaxCount             PIC 9(03)    VALUE ZERO.
       01  WS-OrphanPayments       PIC 9(05)    VALUE ZERO.
       01  WS-OrphanPassengers     PIC 9(05)    VALUE ZERO.
       01  WS-OrphanSchedules      PIC 9(05)    VALUE ZERO.
       01  WS-UnknownCustomers     PIC 9(05)    VALUE ZERO.
       01  WS-OverCapacity         PIC 9(05)    VALUE ZERO.
       01  WS-VerifyExceptions     PIC 9(05)    VALUE ZERO.
       01  WS-AmountEdit           PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM UNTIL UserChoice = '19'
               DISPLAY 'BACKUP RESTORE UTILITY'
               DISPLAY '1. RESTORE bookinglist.dat'
               DISPLAY '2. RESTORE bookingpayments.dat'
               DISPLAY '7. RESTORE tariffs.dat'
               DISPLAY '8. RESTORE capacity.dat'
               DISPLAY '9. RESTORE diary.txt'
               DISPLAY '10. RESTORE cast.txt'
               DISPLAY '11. RESTORE glaccounts.dat'
               DISPLAY '12. RESTORE suppliercost.dat'
               DISPLAY '13. RESTORE bankopenitems.dat'
               DISPLAY '14. RESTORE glrecognised.dat'
               DISPLAY '15. RESTORE glposted.dat'
               DISPLAY '16. RESTORE reconloaded.dat'
               DISPLAY '17. RESTORE BOOKING SET'
               DISPLAY '18. VIEW BACKUP LOG'
               DISPLAY '19. EXIT'
               DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
               ACCEPT UserChoice

                       MOVE 'diary.txt' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '10'
                       MOVE 'cast.txt' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '11'
                       MOVE 'glaccounts.dat' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '12'
                       MOVE 'suppliercost.dat' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '13'
                       MOVE 'bankopenitems.dat' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '14'
                       MOVE 'glrecognised.dat' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '15'
                       MOVE 'glposted.dat' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '16'
                       MOVE 'reconloaded.dat' TO WS-RestoreName
                       PERFORM RestoreFile
                   WHEN '17'
                       DISPLAY SPACE
                       PERFORM RestoreBookingSet
                       DISPLAY SPACE
                   WHEN '18'
                       DISPLAY SPACE
                       PERFORM ViewBackupLog
                       DISPLAY SPACE
                   WHEN '19'
                       DISPLAY 'Exiting program.'
                   WHEN OTHER
                       DISPLAY 'Invalid choice. Please try again.'
                       IF WS-RestoreName = 'bookinglist.dat' OR
                               WS-RestoreName = 'customerlist.dat' OR
                               WS-RestoreName = 'tariffs.dat' OR
                               WS-RestoreName = 'capacity.dat' OR
                               WS-RestoreName = 'glaccounts.dat' OR
                               WS-RestoreName = 'suppliercost.dat'
                           MOVE SPACE TO WS-COMMAND
                           STRING 'copy ' DELIMITED BY SIZE
                               WS-RestoreName DELIMITED BY SPACE
                           ' restored from generation ' GenChoice '.'
                       DISPLAY 'Previous live file kept with a .pre '
                           'suffix.'
                       PERFORM VerifyBookingFiles
                   ELSE
                       DISPLAY 'Restore FAILED - generation ' GenChoice
                           ' of ' WS-RestoreName ' is not on disk.'
               END-PERFORM
               CLOSE BackupLogFile
           END-IF.

       RestoreBookingSet.
           DISPLAY 'Booking set: bookinglist, bookingpayments, '
               'bookingschedule, passengers,'
           DISPLAY '             bookingarchive, waitlist, '
               'bookingcharges, quotes'
           DISPLAY 'Generations: 1 = newest ... 3 = oldest'
           DISPLAY 'Enter generation to restore (1-3): ' NO ADVANCING
           ACCEPT GenChoice

           IF GenChoice NOT = '1' AND GenChoice NOT = '2' AND
                   GenChoice NOT = '3'
               DISPLAY 'Invalid generation.'
           ELSE
               DISPLAY 'Restore the whole booking set from generation '
                   GenChoice '? (Y/N): ' NO ADVANCING
               ACCEPT ConfirmAnswer
               IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
                   PERFORM LoadBookingSet
                   PERFORM StageBookingSet
                   IF WS-SetStageOK = 'N'
                       DISPLAY 'Restore FAILED - generation ' GenChoice
                           ' of ' WS-RestoreName ' is not on disk.'
                       DISPLAY 'No files were replaced.'
                       PERFORM DropStagedFiles
                   ELSE
                       PERFORM ApplyBookingSet
                       PERFORM DropStagedFiles
                       IF WS-SetApplyOK = 'N'
                           PERFORM RollBackBookingSet
                           DISPLAY 'Restore FAILED copying '
                               WS-RestoreName '.'
                           DISPLAY 'All files put back from their '
                               '.pre copies.'
                       ELSE
                           DISPLAY 'Booking set restored from '
                               'generation ' GenChoice '.'
                           DISPLAY 'Previous live files kept with a '
                               '.pre suffix.'
                           PERFORM VerifyBookingFiles
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'Restore canceled.'
               END-IF
           END-IF.

       LoadBookingSet.
           MOVE 'bookinglist.dat' TO WS-SetName(1)
           MOVE 'Y' TO WS-SetRequired(1)
           MOVE 'bookinglist.dat.idx' TO WS-SetName(2)
           MOVE 'N' TO WS-SetRequired(2)
           MOVE 'bookingpayments.dat' TO WS-SetName(3)
           MOVE 'Y' TO WS-SetRequired(3)
           MOVE 'bookingschedule.dat' TO WS-SetName(4)
           MOVE 'Y' TO WS-SetRequired(4)
           MOVE 'passengers.dat' TO WS-SetName(5)
           MOVE 'Y' TO WS-SetRequired(5)
           MOVE 'bookingarchive.dat' TO WS-SetName(6)
           MOVE 'Y' TO WS-SetRequired(6)
           MOVE 'waitlist.dat' TO WS-SetName(7)
           MOVE 'N' TO WS-SetRequired(7)
           MOVE 'bookingcharges.dat' TO WS-SetName(8)
           MOVE 'N' TO WS-SetRequired(8)
           MOVE 'quotes.dat' TO WS-SetName(9)
           MOVE 'N' TO WS-SetRequired(9)
           MOVE 'quotes.dat.idx' TO WS-SetName(10)
           MOVE 'N' TO WS-SetRequired(10)
           PERFORM VARYING WS-SetIdx FROM 1 BY 1
                   UNTIL WS-SetIdx > WS-SetCount
               MOVE 'N' TO WS-SetStaged(WS-SetIdx)
               MOVE 'N' TO WS-SetRestored(WS-SetIdx)
           END-PERFORM.

       StageBookingSet.
           MOVE 'Y' TO WS-SetStageOK
           PERFORM VARYING WS-SetIdx FROM 1 BY 1
                   UNTIL WS-SetIdx > WS-SetCount
                   OR WS-SetStageOK = 'N'
               MOVE SPACE TO WS-COMMAND
               STRING 'copy ' DELIMITED BY SIZE
                   WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                   '.bk' DELIMITED BY SIZE
                   GenChoice DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                   '.rst' DELIMITED BY SIZE
                   INTO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               IF RETURN-CODE = ZERO
                   MOVE 'Y' TO WS-SetStaged(WS-SetIdx)
               ELSE
                   IF WS-SetRequired(WS-SetIdx) = 'Y'
                       MOVE 'N' TO WS-SetStageOK
                       MOVE WS-SetName(WS-SetIdx) TO WS-RestoreName
                   END-IF
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-PERFORM.

       ApplyBookingSet.
           MOVE 'Y' TO WS-SetApplyOK
           PERFORM VARYING WS-SetIdx FROM 1 BY 1
                   UNTIL WS-SetIdx > WS-SetCount
                   OR WS-SetApplyOK = 'N'
               IF WS-SetStaged(WS-SetIdx) = 'Y'
                   MOVE SPACE TO WS-COMMAND
                   STRING 'copy ' DELIMITED BY SIZE
                       WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                       '.pre' DELIMITED BY SIZE
                       INTO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND

                   MOVE SPACE TO WS-COMMAND
                   STRING 'copy ' DELIMITED BY SIZE
                       WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                       '.rst ' DELIMITED BY SIZE
                       WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                       INTO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
                   IF RETURN-CODE = ZERO
                       MOVE 'Y' TO WS-SetRestored(WS-SetIdx)
                       DISPLAY '  ' WS-SetName(WS-SetIdx) ' restored.'
                   ELSE
                       MOVE 'N' TO WS-SetApplyOK
                       MOVE WS-SetIdx TO WS-SetFailIdx
                       MOVE WS-SetName(WS-SetIdx) TO WS-RestoreName
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   IF WS-SetName(WS-SetIdx) NOT = 'bookinglist.dat.idx'
                       DISPLAY '  ' WS-SetName(WS-SetIdx)
                           ' has no generation ' GenChoice
                           ' - current file kept.'
                   END-IF
               END-IF
           END-PERFORM.

       RollBackBookingSet.
           PERFORM VARYING WS-SetIdx FROM 1 BY 1
                   UNTIL WS-SetIdx > WS-SetCount
               IF WS-SetRestored(WS-SetIdx) = 'Y' OR
                       WS-SetIdx = WS-SetFailIdx
                   MOVE SPACE TO WS-COMMAND
                   STRING 'copy ' DELIMITED BY SIZE
                       WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                       '.pre ' DELIMITED BY SIZE
                       WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                       INTO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-PERFORM.

       DropStagedFiles.
           PERFORM VARYING WS-SetIdx FROM 1 BY 1
                   UNTIL WS-SetIdx > WS-SetCount
               IF WS-SetStaged(WS-SetIdx) = 'Y'
                   MOVE SPACE TO WS-COMMAND
                   STRING 'del ' DELIMITED BY SIZE
                       WS-SetName(WS-SetIdx) DELIMITED BY SPACE
                       '.rst' DELIMITED BY SIZE
                       INTO WS-COMMAND
                   CALL 'SYSTEM' USING WS-COMMAND
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-PERFORM.

       VerifyBookingFiles.
           MOVE ZERO TO WS-OrphanPayments
           MOVE ZERO TO WS-OrphanPassengers
           MOVE ZERO TO WS-OrphanSchedules
           MOVE ZERO TO WS-UnknownCustomers
           MOVE ZERO TO WS-OverCapacity
           ACCEPT WS-DatePart FROM DATE YYYYMMDD
           ACCEPT WS-TimePart FROM TIME

           OPEN OUTPUT VerifyReportFile
           MOVE SPACE TO VerifyLine
           STRING 'POST-RESTORE INTEGRITY CHECK - ' WS-DatePart
               ' ' WS-TimePart(1:6)
               DELIMITED BY SIZE INTO VerifyLine
           WRITE VerifyLine

           PERFORM LoadArchiveIDs

           MOVE 'N' TO WS-BookingsAvailable
           OPEN INPUT BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
           ELSE
               MOVE 'Y' TO WS-BookingsAvailable
           END-IF

           PERFORM VerifyPayments
           PERFORM VerifyPassengers
           PERFORM VerifySchedules

           IF WS-BookingsAvailable = 'Y'
               CLOSE BookingFile
           END-IF

           PERFORM VerifyCustomers
           PERFORM VerifyCapacity
           PERFORM WriteVerifyTotals
           CLOSE VerifyReportFile
           DISPLAY 'Verification report written to restoreverify.txt'.

       LoadArchiveIDs.
           MOVE ZERO TO WS-ArchIDCount
           MOVE 'N' TO EndOfFile
           OPEN INPUT BookingArchiveFile
           IF FileStatus = '35'
               CLOSE BookingArchiveFile
           ELSE
               PERFORM UNTIL EndOfFile = 'Y'
                   READ BookingArchiveFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           IF WS-ArchIDCount < 2000
                               ADD 1 TO WS-ArchIDCount
                               MOVE ArchBookingID
                                   TO WS-ArchID(WS-ArchIDCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingArchiveFile
           END-IF.

       CheckBookingKnown.
           MOVE 'N' TO WS-BookingKnown
           IF WS-BookingsAvailable = 'Y'
               READ BookingFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BookingKnown
               END-READ
           END-IF.

       VerifyPayments.
           MOVE 'N' TO EndOfFile
           OPEN INPUT BookingPaymentFile
           IF FileStatus = '35'
               CLOSE BookingPaymentFile
           ELSE
               PERFORM UNTIL EndOfFile = 'Y'
                   READ BookingPaymentFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE PayBookingID TO BookingID
                           PERFORM CheckBookingKnown
                           IF WS-BookingKnown = 'N'
                               PERFORM SearchArchiveIDs
                           END-IF
                           IF WS-BookingKnown = 'N'
                               ADD 1 TO WS-OrphanPayments
                               MOVE PaymentAmount TO WS-AmountEdit
                               MOVE SPACE TO VerifyLine
                               STRING 'ORPHAN PAYMENT    ' PayBookingID
                                   ' ' PaymentDate
                                   ' ' WS-AmountEdit
                                   DELIMITED BY SIZE INTO VerifyLine
                               WRITE VerifyLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingPaymentFile
           END-IF.

       SearchArchiveIDs.
           PERFORM VARYING WS-ArchIDIdx FROM 1 BY 1
                   UNTIL WS-ArchIDIdx > WS-ArchIDCount
                   OR WS-BookingKnown = 'Y'
               IF WS-ArchID(WS-ArchIDIdx) = PayBookingID
                   MOVE 'Y' TO WS-BookingKnown
               END-IF
           END-PERFORM.

       VerifyPassengers.
           MOVE 'N' TO EndOfFile
           OPEN INPUT PassengerFile
           IF FileStatus = '35'
               CLOSE PassengerFile
           ELSE
               PERFORM UNTIL EndOfFile = 'Y'
                   READ PassengerFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE PaxBookingID TO BookingID
                           PERFORM CheckBookingKnown
                           IF WS-BookingKnown = 'N'
                               ADD 1 TO WS-OrphanPassengers
                               MOVE SPACE TO VerifyLine
                               STRING 'ORPHAN PASSENGER  ' PaxBookingID
                                   ' ' PaxName
                                   DELIMITED BY SIZE INTO VerifyLine
                               WRITE VerifyLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PassengerFile
           END-IF.

       VerifySchedules.
           MOVE 'N' TO EndOfFile
           OPEN INPUT ScheduleFile
           IF FileStatus = '35'
               CLOSE ScheduleFile
           ELSE
               PERFORM UNTIL EndOfFile = 'Y'
                   READ ScheduleFile
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           MOVE SchedBookingID TO BookingID
                           PERFORM CheckBookingKnown
                           IF WS-BookingKnown = 'N'
                               ADD 1 TO WS-OrphanSchedules
                               MOVE SPACE TO VerifyLine
                               STRING 'ORPHAN SCHEDULE   '
                                   SchedBookingID
                                   ' installment ' SchedInstallNo
                                   ' due ' SchedDueDate
                                   DELIMITED BY SIZE INTO VerifyLine
                               WRITE VerifyLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ScheduleFile
           END-IF.

       VerifyCustomers.
           MOVE 'N' TO WS-CustomersAvailable
           OPEN INPUT CustomerFile
           IF FileStatus = '35'
               CLOSE CustomerFile
           ELSE
               MOVE 'Y' TO WS-CustomersAvailable
           END-IF

           MOVE ZERO TO WS-DepCount
           MOVE 'N' TO EndOfFile
           OPEN INPUT BookingFile
           IF FileStatus = '35'
               CLOSE BookingFile
           ELSE
               PERFORM UNTIL EndOfFile = 'Y'
                   READ BookingFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EndOfFile
                       NOT AT END
                           PERFORM CheckBookingCustomer
                           IF FStatus = 'Confirmed'
                               PERFORM TallyDepartureSeats
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookingFile
           END-IF

           IF WS-CustomersAvailable = 'Y'
               CLOSE CustomerFile
           END-IF.

       CheckBookingCustomer.
           MOVE 'N' TO WS-BookingKnown
           IF WS-CustomersAvailable = 'Y'
               MOVE BookCustomerID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BookingKnown
               END-READ
           END-IF
           IF WS-BookingKnown = 'N'
               ADD 1 TO WS-UnknownCustomers
               MOVE SPACE TO VerifyLine
               STRING 'UNKNOWN CUSTOMER  ' BookingID
                   ' customer ' BookCustomerID
                   DELIMITED BY SIZE INTO VerifyLine
               WRITE VerifyLine
           END-IF.

       TallyDepartureSeats.
           PERFORM CountBookingPassengers
           MOVE 'N' TO WS-DepFound
           PERFORM VARYING WS-DepIdx FROM 1 BY 1
                   UNTIL WS-DepIdx > WS-DepCount
                   OR WS-DepFound = 'Y'
               IF WS-DepDest(WS-DepIdx) = FDestination AND
                       WS-DepDate(WS-DepIdx) = TravelDate
                   MOVE 'Y' TO WS-DepFound
                   ADD WS-PaxCount TO WS-DepSeats(WS-DepIdx)
               END-IF
           END-PERFORM
           IF WS-DepFound = 'N' AND WS-DepCount < 500
               ADD 1 TO WS-DepCount
               MOVE FDestination TO WS-DepDest(WS-DepCount)
               MOVE TravelDate TO WS-DepDate(WS-DepCount)
               MOVE WS-PaxCount TO WS-DepSeats(WS-DepCount)
           END-IF.

       CountBookingPassengers.
           MOVE ZERO TO WS-PaxCount
           MOVE 'N' TO WS-InnerEndOfFile
           OPEN INPUT PassengerFile
           IF FileStatus = '35'
               CLOSE PassengerFile
           ELSE
               PERFORM UNTIL WS-InnerEndOfFile = 'Y'
                   READ PassengerFile
                       AT END
                           MOVE 'Y' TO WS-InnerEndOfFile
                       NOT AT END
                           IF PaxBookingID = BookingID
                               ADD 1 TO WS-PaxCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PassengerFile
           END-IF
           IF WS-PaxCount = ZERO
               MOVE 1 TO WS-PaxCount
           END-IF.

       VerifyCapacity.
           OPEN INPUT CapacityFile
           IF FileStatus = '35'
               CLOSE CapacityFile
           ELSE
               PERFORM VARYING WS-DepIdx FROM 1 BY 1
                       UNTIL WS-DepIdx > WS-DepCount
                   MOVE WS-DepDest(WS-DepIdx) TO CapDestination
                   MOVE WS-DepDate(WS-DepIdx) TO CapTravelDate
                   READ CapacityFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-DepSeats(WS-DepIdx) > CapMaxSeats
                               ADD 1 TO WS-OverCapacity
                               MOVE SPACE TO VerifyLine
                               STRING 'OVER CAPACITY     '
                                   WS-DepDest(WS-DepIdx)
                                   ' ' WS-DepDate(WS-DepIdx)
                                   ' booked ' WS-DepSeats(WS-DepIdx)
                                   ' of ' CapMaxSeats
                                   DELIMITED BY SIZE INTO VerifyLine
                               WRITE VerifyLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CapacityFile
           END-IF.

       WriteVerifyTotals.
           COMPUTE WS-VerifyExceptions =
               WS-OrphanPayments + WS-OrphanPassengers +
               WS-OrphanSchedules + WS-UnknownCustomers +
               WS-OverCapacity
           MOVE SPACE TO VerifyLine
           WRITE VerifyLine
           MOVE SPACE TO VerifyLine
           STRING 'Orphan payments     : ' WS-OrphanPayments
               DELIMITED BY SIZE INTO VerifyLine
           DISPLAY VerifyLine
           WRITE VerifyLine
           MOVE SPACE TO VerifyLine
           STRING 'Orphan passengers   : ' WS-OrphanPassengers
               DELIMITED BY SIZE INTO VerifyLine
           DISPLAY VerifyLine
           WRITE VerifyLine
           MOVE SPACE TO VerifyLine
           STRING 'Orphan schedules    : ' WS-OrphanSchedules
               DELIMITED BY SIZE INTO VerifyLine
           DISPLAY VerifyLine
           WRITE VerifyLine
           MOVE SPACE TO VerifyLine
           STRING 'Unknown customers   : ' WS-UnknownCustomers
               DELIMITED BY SIZE INTO VerifyLine
           DISPLAY VerifyLine
           WRITE VerifyLine
           MOVE SPACE TO VerifyLine
           STRING 'Departures oversold : ' WS-OverCapacity
               DELIMITED BY SIZE INTO VerifyLine
           DISPLAY VerifyLine
           WRITE VerifyLine
           IF WS-VerifyExceptions = ZERO
               MOVE 'VERIFICATION RESULT: PASS' TO VerifyLine
           ELSE
               MOVE SPACE TO VerifyLine
               STRING 'VERIFICATION RESULT: FAIL - '
                   WS-VerifyExceptions ' exceptions listed above.'
                   DELIMITED BY SIZE INTO VerifyLine
           END-IF
           DISPLAY VerifyLine
           WRITE VerifyLine.

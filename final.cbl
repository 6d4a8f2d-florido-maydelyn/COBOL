           SELECT DIARY-FILE ASSIGN TO "diary.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DIARY-STATUS.
           SELECT CAST-FILE ASSIGN TO "cast.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAST-STATUS.
           SELECT CAST-TEMP-FILE ASSIGN TO "casttemp.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 DIARY-EP-TO PIC 9(03).
           02 DIARY-DATE PIC X(10).

       FD CAST-FILE.
       01 CAST-RECORD.
           02 CAST-TITLE PIC X(50).
           02 CAST-ROLE PIC X(01).
               88 CAST-IS-LEAD VALUE "A".
               88 CAST-IS-DIRECTOR VALUE "D".
               88 CAST-IS-NETWORK VALUE "N".
           02 CAST-NAME PIC X(40).

       FD CAST-TEMP-FILE.
       01 TEMP-CAST-RECORD PIC X(91).

       WORKING-STORAGE SECTION.
       01 WS-TITLE PIC X(50).
       01 WS-GENRE PIC X(20).
       01 WS-TITLE-WATCHED PIC X VALUE "N".
       01 WS-COMPLETE-DAYS PIC 9(05) VALUE ZERO.

       01 WS-CAST-STATUS PIC XX.
       01 WS-CAST-EOF PIC X VALUE "N".
       01 WS-CAST-TITLE PIC X(50).
       01 WS-CAST-ROLE PIC X(01).
           88 WS-CAST-ROLE-VALID VALUE "A" "D" "N".
       01 WS-CAST-NAME PIC X(40).
       01 WS-CAST-ANSWER PIC X.
       01 WS-CAST-SEARCH-MODE PIC X(02).
       01 WS-CAST-CHOICE PIC 9(01) VALUE ZERO.
       01 WS-CAST-LINE PIC 9(04) VALUE ZERO.
       01 WS-CAST-SELECTED PIC 9(04) VALUE ZERO.
       01 WS-CAST-PICK PIC 9(02) VALUE ZERO.
       01 WS-CAST-FOUND PIC X VALUE "N".
       01 WS-ROLE-WORD PIC X(10).
       01 WS-CAST-COUNT PIC 9(02) VALUE ZERO.
       01 WS-CAST-IDX PIC 9(02) VALUE ZERO.
       01 WS-CAST-TABLE.
           05 WS-CAST-ENTRY OCCURS 50 TIMES.
               10 WS-CT-LINE-NO PIC 9(04).
               10 WS-CT-TITLE PIC X(50).
               10 WS-CT-ROLE PIC X(01).
               10 WS-CT-NAME PIC X(40).
               10 WS-CT-STATUS PIC X(12).
               10 WS-CT-RATING PIC 9(02).
               10 WS-CT-WATCHED PIC 9(03).
               10 WS-CT-TOTAL PIC 9(03).
       01 WS-ACTOR-COUNT PIC 9(02) VALUE ZERO.
       01 WS-ACTOR-IDX PIC 9(02) VALUE ZERO.
       01 WS-ACTOR-FOUND PIC X VALUE "N".
       01 WS-ACTOR-TABLE.
           05 WS-AT-NAME OCCURS 20 TIMES PIC X(40).
       01 WS-FILM-WATCHED PIC 9(03) VALUE ZERO.
       01 WS-FILM-RATED PIC 9(03) VALUE ZERO.
       01 WS-FILM-RATING-SUM PIC 9(05) VALUE ZERO.
       01 WS-FILM-TO-WATCH PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DISPLAY-MENU UNTIL WS-CHOICE = 16
               STOP RUN.

       DISPLAY-MENU.
           DISPLAY "10. RECORD EPISODES WATCHED"
           DISPLAY "11. VIEWING REPORT"
           DISPLAY "12. RESYNC EPISODE COUNTS"
           DISPLAY "13. CAST AND CREW"
           DISPLAY "14. SEARCH BY ACTOR OR DIRECTOR"
           DISPLAY "15. ACTOR FILMOGRAPHY"
           DISPLAY "16. EXIT"
           DISPLAY "ENTER YOUR CHOICE(1-16): " NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 12
                   PERFORM RESYNC-EPISODE-COUNTS
               WHEN 13
                   PERFORM CAST-MAINTENANCE
               WHEN 14
                   PERFORM SEARCH-CAST
               WHEN 15
                   PERFORM FILMOGRAPHY-REPORT
               WHEN 16
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
               PERFORM GET-AIRING-DETAILS
               PERFORM WRITE-AIRING-RECORD
               DISPLAY "Airing schedule recorded."
           END-IF

           DISPLAY "Add cast and crew now? (Y/N): ".
           ACCEPT WS-CAST-ANSWER.
           IF WS-CAST-ANSWER = "Y" OR WS-CAST-ANSWER = "y"
               MOVE WS-TITLE TO WS-CAST-TITLE
               PERFORM ENTER-CAST-ENTRIES
           END-IF.

       REMOVE-KDRAMA.
               MOVE "move temp.txt Kdrama.txt" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               PERFORM REMOVE-AIRING-RECORD
               MOVE WS-AIRING-TITLE TO WS-CAST-TITLE
               PERFORM REMOVE-CAST-FOR-TITLE
               DISPLAY "K-Drama removed."
           END-IF.

           MOVE "copy airing.txt airing.txt.bk1" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       BACKUP-CAST-FILE.
           MOVE "del cast.txt.bk3" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE "move cast.txt.bk2 cast.txt.bk3" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE "move cast.txt.bk1 cast.txt.bk2" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE "copy cast.txt cast.txt.bk1" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       LIST-KDRAMAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ORIGINAL-FILE
               WS-AIR-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-FMT-DATE.

       CAST-MAINTENANCE.
           PERFORM SEARCH-KDRAMAS
           IF WS-SELECTED-LINE = 0
               DISPLAY "No K-Drama selected."
           ELSE
               MOVE WS-MATCH-TITLE(WS-USER-PICK) TO WS-CAST-TITLE
               MOVE ZERO TO WS-CAST-CHOICE
               PERFORM UNTIL WS-CAST-CHOICE = 3
                   PERFORM SHOW-CAST-FOR-TITLE
                   DISPLAY "1. ADD CAST ENTRY"
                   DISPLAY "2. REMOVE CAST ENTRY"
                   DISPLAY "3. RETURN"
                   DISPLAY "ENTER YOUR CHOICE(1-3): " NO ADVANCING
                   ACCEPT WS-CAST-CHOICE
                   EVALUATE WS-CAST-CHOICE
                       WHEN 1
                           PERFORM ENTER-CAST-ENTRIES
                       WHEN 2
                           PERFORM REMOVE-CAST-ENTRY
                       WHEN 3
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Invalid choice. Please try again."
                   END-EVALUATE
               END-PERFORM
           END-IF.

       SHOW-CAST-FOR-TITLE.
           MOVE ZERO TO WS-CAST-COUNT
           MOVE ZERO TO WS-CAST-LINE
           MOVE "N" TO WS-CAST-EOF
           OPEN INPUT CAST-FILE
           IF WS-CAST-STATUS = "35"
               CLOSE CAST-FILE
           ELSE
               READ CAST-FILE
                   AT END MOVE "Y" TO WS-CAST-EOF
               END-READ
               PERFORM UNTIL WS-CAST-EOF = "Y"
                   ADD 1 TO WS-CAST-LINE
                   IF CAST-TITLE = WS-CAST-TITLE AND
                           WS-CAST-COUNT < 50
                       ADD 1 TO WS-CAST-COUNT
                       MOVE WS-CAST-LINE
                           TO WS-CT-LINE-NO(WS-CAST-COUNT)
                       MOVE CAST-ROLE TO WS-CT-ROLE(WS-CAST-COUNT)
                       MOVE CAST-NAME TO WS-CT-NAME(WS-CAST-COUNT)
                   END-IF
                   READ CAST-FILE
                       AT END MOVE "Y" TO WS-CAST-EOF
                   END-READ
               END-PERFORM
               CLOSE CAST-FILE
           END-IF

           DISPLAY "CAST AND CREW: " WS-CAST-TITLE
           IF WS-CAST-COUNT = 0
               DISPLAY "  No cast or crew recorded."
           ELSE
               PERFORM VARYING WS-CAST-IDX FROM 1 BY 1
                       UNTIL WS-CAST-IDX > WS-CAST-COUNT
                   MOVE WS-CT-ROLE(WS-CAST-IDX) TO WS-CAST-ROLE
                   PERFORM SET-ROLE-WORD
                   DISPLAY WS-CAST-IDX ". " WS-ROLE-WORD " "
                       WS-CT-NAME(WS-CAST-IDX)
               END-PERFORM
           END-IF.

       SET-ROLE-WORD.
           EVALUATE WS-CAST-ROLE
               WHEN "A"
                   MOVE "LEAD ACTOR" TO WS-ROLE-WORD
               WHEN "D"
                   MOVE "DIRECTOR" TO WS-ROLE-WORD
               WHEN "N"
                   MOVE "NETWORK" TO WS-ROLE-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ROLE-WORD
           END-EVALUATE.

       ENTER-CAST-ENTRIES.
           MOVE "A" TO WS-CAST-ROLE
           PERFORM UNTIL WS-CAST-ROLE = SPACE
               DISPLAY "Enter role (A=lead actor, D=director, "
                   "N=network/platform, blank=done): "
               MOVE SPACE TO WS-CAST-ROLE
               ACCEPT WS-CAST-ROLE
               MOVE FUNCTION UPPER-CASE(WS-CAST-ROLE) TO WS-CAST-ROLE
               IF WS-CAST-ROLE NOT = SPACE
                   IF WS-CAST-ROLE-VALID
                       DISPLAY "Enter name: "
                       MOVE SPACE TO WS-CAST-NAME
                       ACCEPT WS-CAST-NAME
                       IF WS-CAST-NAME = SPACE
                           DISPLAY "Name is required - entry skipped."
                       ELSE
                           PERFORM WRITE-CAST-RECORD
                           DISPLAY "Cast entry added."
                       END-IF
                   ELSE
                       DISPLAY "Role must be A, D or N."
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CAST-RECORD.
           OPEN INPUT CAST-FILE
           IF WS-CAST-STATUS = "35"
               CLOSE CAST-FILE
               OPEN OUTPUT CAST-FILE
               CLOSE CAST-FILE
           ELSE
               CLOSE CAST-FILE
           END-IF

           MOVE WS-CAST-TITLE TO CAST-TITLE
           MOVE WS-CAST-ROLE TO CAST-ROLE
           MOVE WS-CAST-NAME TO CAST-NAME

           OPEN EXTEND CAST-FILE
           WRITE CAST-RECORD
           CLOSE CAST-FILE.

       REMOVE-CAST-ENTRY.
           IF WS-CAST-COUNT = 0
               DISPLAY "No cast entries to remove."
           ELSE
               DISPLAY "Select entry to remove (0=cancel): "
                   NO ADVANCING
               ACCEPT WS-CAST-PICK
               IF WS-CAST-PICK > 0 AND WS-CAST-PICK <= WS-CAST-COUNT
                   MOVE WS-CT-LINE-NO(WS-CAST-PICK)
                       TO WS-CAST-SELECTED
                   MOVE ZERO TO WS-CAST-LINE
                   MOVE "N" TO WS-CAST-EOF
                   OPEN INPUT CAST-FILE
                   OPEN OUTPUT CAST-TEMP-FILE
                   READ CAST-FILE
                       AT END MOVE "Y" TO WS-CAST-EOF
                   END-READ
                   PERFORM UNTIL WS-CAST-EOF = "Y"
                       ADD 1 TO WS-CAST-LINE
                       IF WS-CAST-LINE NOT = WS-CAST-SELECTED
                           WRITE TEMP-CAST-RECORD FROM CAST-RECORD
                       END-IF
                       READ CAST-FILE
                           AT END MOVE "Y" TO WS-CAST-EOF
                       END-READ
                   END-PERFORM
                   CLOSE CAST-FILE
                   CLOSE CAST-TEMP-FILE

                   PERFORM BACKUP-CAST-FILE
                   MOVE "del cast.txt" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   MOVE "move casttemp.txt cast.txt" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   DISPLAY "Cast entry removed."
               ELSE
                   DISPLAY "No cast entry selected."
               END-IF
           END-IF.

       REMOVE-CAST-FOR-TITLE.
           MOVE "N" TO WS-CAST-FOUND
           MOVE "N" TO WS-CAST-EOF
           OPEN INPUT CAST-FILE
           IF WS-CAST-STATUS = "35"
               CLOSE CAST-FILE
           ELSE
               OPEN OUTPUT CAST-TEMP-FILE
               READ CAST-FILE
                   AT END MOVE "Y" TO WS-CAST-EOF
               END-READ
               PERFORM UNTIL WS-CAST-EOF = "Y"
                   IF CAST-TITLE = WS-CAST-TITLE
                       MOVE "Y" TO WS-CAST-FOUND
                   ELSE
                       WRITE TEMP-CAST-RECORD FROM CAST-RECORD
                   END-IF
                   READ CAST-FILE
                       AT END MOVE "Y" TO WS-CAST-EOF
                   END-READ
               END-PERFORM
               CLOSE CAST-FILE
               CLOSE CAST-TEMP-FILE

               IF WS-CAST-FOUND = "Y"
                   PERFORM BACKUP-CAST-FILE
                   MOVE "del cast.txt" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   MOVE "move casttemp.txt cast.txt" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   DISPLAY "Cast and crew entries removed."
               ELSE
                   MOVE "del casttemp.txt" TO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
               END-IF
           END-IF.

       SEARCH-CAST.
           DISPLAY "Enter actor or director name (partial): ".
           MOVE "AD" TO WS-CAST-SEARCH-MODE
           PERFORM LOAD-CAST-MATCHES
           IF WS-CAST-COUNT = 0
               DISPLAY "No matching actors or directors."
           ELSE
               PERFORM SET-CAST-STATUS
               DISPLAY "MATCHING CAST AND CREW:"
               PERFORM VARYING WS-CAST-IDX FROM 1 BY 1
                       UNTIL WS-CAST-IDX > WS-CAST-COUNT
                   MOVE WS-CT-ROLE(WS-CAST-IDX) TO WS-CAST-ROLE
                   PERFORM SET-ROLE-WORD
                   DISPLAY WS-CT-NAME(WS-CAST-IDX) " (" WS-ROLE-WORD
                       ")"
                   DISPLAY "  " WS-CT-TITLE(WS-CAST-IDX) " - "
                       WS-CT-STATUS(WS-CAST-IDX)
               END-PERFORM
           END-IF.

       LOAD-CAST-MATCHES.
           ACCEPT WS-SEARCH-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-TEXT) TO WS-SEARCH-TEXT
           PERFORM COMPUTE-SEARCH-LEN
           MOVE ZERO TO WS-CAST-COUNT
           MOVE "N" TO WS-CAST-EOF
           OPEN INPUT CAST-FILE
           IF WS-CAST-STATUS = "35"
               CLOSE CAST-FILE
           ELSE
               READ CAST-FILE
                   AT END MOVE "Y" TO WS-CAST-EOF
               END-READ
               PERFORM UNTIL WS-CAST-EOF = "Y"
                   IF CAST-IS-LEAD OR
                           (CAST-IS-DIRECTOR AND
                            WS-CAST-SEARCH-MODE = "AD")
                       MOVE SPACE TO WS-SCAN-FIELD
                       MOVE FUNCTION UPPER-CASE(CAST-NAME)
                           TO WS-SCAN-FIELD(1:40)
                       PERFORM SUBSTRING-MATCH
                       IF WS-IS-MATCH AND WS-CAST-COUNT < 50
                           ADD 1 TO WS-CAST-COUNT
                           MOVE CAST-TITLE
                               TO WS-CT-TITLE(WS-CAST-COUNT)
                           MOVE CAST-ROLE TO WS-CT-ROLE(WS-CAST-COUNT)
                           MOVE CAST-NAME TO WS-CT-NAME(WS-CAST-COUNT)
                           MOVE "NOT ON LIST"
                               TO WS-CT-STATUS(WS-CAST-COUNT)
                           MOVE ZERO TO WS-CT-RATING(WS-CAST-COUNT)
                           MOVE ZERO TO WS-CT-WATCHED(WS-CAST-COUNT)
                           MOVE ZERO TO WS-CT-TOTAL(WS-CAST-COUNT)
                       END-IF
                   END-IF
                   READ CAST-FILE
                       AT END MOVE "Y" TO WS-CAST-EOF
                   END-READ
               END-PERFORM
               CLOSE CAST-FILE
           END-IF.

       SET-CAST-STATUS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ORIGINAL-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ORIGINAL-FILE
           ELSE
               READ ORIGINAL-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = "Y"
                   PERFORM VARYING WS-CAST-IDX FROM 1 BY 1
                           UNTIL WS-CAST-IDX > WS-CAST-COUNT
                       IF WS-CT-TITLE(WS-CAST-IDX) = KDRAMA-TITLE
                           PERFORM SET-ONE-CAST-STATUS
                       END-IF
                   END-PERFORM
                   READ ORIGINAL-FILE
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORIGINAL-FILE
           END-IF.

       SET-ONE-CAST-STATUS.
           IF KDRAMA-IS-WATCHED
               MOVE "WATCHED" TO WS-CT-STATUS(WS-CAST-IDX)
           ELSE
               IF KDRAMA-EPISODES-WATCHED > 0
                   MOVE "IN PROGRESS" TO WS-CT-STATUS(WS-CAST-IDX)
               ELSE
                   MOVE "TO WATCH" TO WS-CT-STATUS(WS-CAST-IDX)
               END-IF
           END-IF
           MOVE KDRAMA-RATING TO WS-CT-RATING(WS-CAST-IDX)
           MOVE KDRAMA-EPISODES-WATCHED TO WS-CT-WATCHED(WS-CAST-IDX)
           MOVE KDRAMA-EPISODES-TOTAL TO WS-CT-TOTAL(WS-CAST-IDX).

       FILMOGRAPHY-REPORT.
           DISPLAY "Enter actor name (partial): ".
           MOVE "A" TO WS-CAST-SEARCH-MODE
           PERFORM LOAD-CAST-MATCHES
           IF WS-CAST-COUNT = 0
               DISPLAY "No matching actors."
           ELSE
               PERFORM SET-CAST-STATUS
               MOVE ZERO TO WS-ACTOR-COUNT
               PERFORM VARYING WS-CAST-IDX FROM 1 BY 1
                       UNTIL WS-CAST-IDX > WS-CAST-COUNT
                   PERFORM ADD-FILMOGRAPHY-ACTOR
               END-PERFORM
               PERFORM VARYING WS-ACTOR-IDX FROM 1 BY 1
                       UNTIL WS-ACTOR-IDX > WS-ACTOR-COUNT
                   PERFORM DISPLAY-ACTOR-FILMOGRAPHY
               END-PERFORM
           END-IF.

       ADD-FILMOGRAPHY-ACTOR.
           MOVE "N" TO WS-ACTOR-FOUND
           PERFORM VARYING WS-ACTOR-IDX FROM 1 BY 1
                   UNTIL WS-ACTOR-IDX > WS-ACTOR-COUNT
               IF WS-AT-NAME(WS-ACTOR-IDX) = WS-CT-NAME(WS-CAST-IDX)
                   MOVE "Y" TO WS-ACTOR-FOUND
               END-IF
           END-PERFORM
           IF WS-ACTOR-FOUND = "N" AND WS-ACTOR-COUNT < 20
               ADD 1 TO WS-ACTOR-COUNT
               MOVE WS-CT-NAME(WS-CAST-IDX)
                   TO WS-AT-NAME(WS-ACTOR-COUNT)
           END-IF.

       DISPLAY-ACTOR-FILMOGRAPHY.
           MOVE ZERO TO WS-FILM-WATCHED
           MOVE ZERO TO WS-FILM-RATED
           MOVE ZERO TO WS-FILM-RATING-SUM
           MOVE ZERO TO WS-FILM-TO-WATCH
           DISPLAY SPACE
           DISPLAY "FILMOGRAPHY: " WS-AT-NAME(WS-ACTOR-IDX)
           DISPLAY "-----------------------------------------"
           DISPLAY "WATCHED:"
           PERFORM VARYING WS-CAST-IDX FROM 1 BY 1
                   UNTIL WS-CAST-IDX > WS-CAST-COUNT
               IF WS-CT-NAME(WS-CAST-IDX) = WS-AT-NAME(WS-ACTOR-IDX)
                       AND WS-CT-STATUS(WS-CAST-IDX) = "WATCHED"
                   ADD 1 TO WS-FILM-WATCHED
                   IF WS-CT-RATING(WS-CAST-IDX) >= 1
                       ADD 1 TO WS-FILM-RATED
                       ADD WS-CT-RATING(WS-CAST-IDX)
                           TO WS-FILM-RATING-SUM
                       DISPLAY "  " WS-CT-TITLE(WS-CAST-IDX) " "
                           WS-CT-RATING(WS-CAST-IDX) "/10"
                   ELSE
                       DISPLAY "  " WS-CT-TITLE(WS-CAST-IDX)
                           " (not rated)"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FILM-WATCHED = 0
               DISPLAY "  (none yet)"
           END-IF
           IF WS-FILM-RATED > 0
               COMPUTE WS-AVG-RATING ROUNDED =
                   WS-FILM-RATING-SUM / WS-FILM-RATED
               MOVE WS-AVG-RATING TO WS-AVG-EDIT
               DISPLAY "Average rating : " WS-AVG-EDIT
           ELSE
               DISPLAY "Average rating : (none rated)"
           END-IF

           DISPLAY "STILL TO WATCH:"
           PERFORM VARYING WS-CAST-IDX FROM 1 BY 1
                   UNTIL WS-CAST-IDX > WS-CAST-COUNT
               IF WS-CT-NAME(WS-CAST-IDX) = WS-AT-NAME(WS-ACTOR-IDX)
                   IF WS-CT-STATUS(WS-CAST-IDX) = "TO WATCH"
                       ADD 1 TO WS-FILM-TO-WATCH
                       DISPLAY "  " WS-CT-TITLE(WS-CAST-IDX)
                   END-IF
                   IF WS-CT-STATUS(WS-CAST-IDX) = "IN PROGRESS"
                       ADD 1 TO WS-FILM-TO-WATCH
                       DISPLAY "  " WS-CT-TITLE(WS-CAST-IDX) " ("
                           WS-CT-WATCHED(WS-CAST-IDX) "/"
                           WS-CT-TOTAL(WS-CAST-IDX) " episodes)"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FILM-TO-WATCH = 0
               DISPLAY "  (nothing left on the list)"
           END-IF.

       END PROGRAM  FILE-HANDLING.

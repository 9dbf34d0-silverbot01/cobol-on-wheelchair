        identification division.
        program-id. cowaccrv.

      * monthly access review, run from jcl/COWACCRV.jcl: lists
      * every active user on the keyed user file
      * (copybooks/COWUSER.cpy) with their role and the date of
      * their last activity, flagging DORMANT anyone idle more than
      * 60 days at the review date (yyyymmdd on SYSIN, blank
      * means today), then every denied-access attempt cowrouter
      * logged in the 30 days to the review date, totalled by user
      * and path.  Activity comes from the dated COWAUDIT archives
      * cowadrpt writes (data/cowaudit.yyyymmdd.log), read back a
      * year from the review date, plus whatever is still on the
      * live log; a day with no archive is simply a day nobody used
      * the system or cowadrpt didn't run.  A denied hit is not
      * counted as activity - being turned away is not using the
      * system - and audit lines for users no longer active are
      * ignored, so deactivated leavers drop off the review.

        environment division.
        input-output section.
        file-control.
            select COWUSER-FILE assign to "data/cowuser.idx"
                organization indexed
                access mode sequential
                record key is COW-user-id
                file status is AV-user-status.
            select AUDIT-ARCHIVE-FILE assign to dynamic
                AV-archive-path
                organization line sequential
                file status is AV-archive-status.
            select COWAUDIT-FILE assign to "data/cowaudit.log"
                organization line sequential
                file status is AV-audit-status.
            select REVIEW-REPORT assign to "output/cowaccrv.rpt"
                organization line sequential
                file status is AV-report-status.

        data division.
        file section.
        fd  COWUSER-FILE.
        copy COWUSER.

        fd  AUDIT-ARCHIVE-FILE.
        01  AUDIT-ARCHIVE-REC         pic x(219).

        fd  COWAUDIT-FILE.
        01  COWAUDIT-REC              pic x(219).

        fd  REVIEW-REPORT.
        01  REVIEW-REPORT-LINE        pic x(132).

        working-storage section.

        01  AV-user-status            pic xx.
        01  AV-archive-status         pic xx.
        01  AV-audit-status           pic xx.
        01  AV-report-status          pic xx.
        01  AV-eof                    pic x       value "N".
        01  AV-run-timestamp          pic x(21).
        01  AV-archive-path           pic x(40).

      * the review date and the three window starts, each kept as
      * an integer day for the arithmetic and as yyyymmdd to compare
      * against audit timestamps.
        01  AV-review-date            pic x(8)    value spaces.
        01  AV-review-num             pic 9(8)    value 0.
        01  AV-review-int             pic 9(8)    comp value 0.
        01  AV-lookback-int           pic 9(8)    comp value 0.
        01  AV-lookback-date          pic x(8).
        01  AV-dormant-int            pic 9(8)    comp value 0.
        01  AV-dormant-date           pic x(8).
        01  AV-denied-int             pic 9(8)    comp value 0.
        01  AV-denied-date            pic x(8).
        01  AV-day-int                pic 9(8)    comp value 0.
        01  AV-day-num                pic 9(8)    value 0.
        01  AV-day-date               pic x(8).
        01  AV-last-num               pic 9(8)    value 0.
        01  AV-days-idle              pic 9(4)    value 0.

        01  AV-user-count             pic 9(3)    comp value 0.
        01  AV-user-table.
            03  AV-user-entry         occurs 500 times.
                05  AV-user-id        pic x(32).
                05  AV-user-role      pic x(10).
                05  AV-user-last      pic x(8).
        01  AV-user-idx               pic 9(3)    comp value 0.
        01  AV-user-hit               pic 9(3)    comp value 0.
        01  AV-users-dropped          pic 9(5)    value 0.

      * denied attempts are kept in user-then-path order as they
      * arrive, so the report needs no sort.
        01  AV-denied-count           pic 9(3)    comp value 0.
        01  AV-denied-table.
            03  AV-denied-entry       occurs 200 times.
                05  AV-denied-user    pic x(32).
                05  AV-denied-path    pic x(30).
                05  AV-denied-total   pic 9(5).
                05  AV-denied-last    pic x(8).
        01  AV-denied-idx             pic 9(3)    comp value 0.
        01  AV-denied-at              pic 9(3)    comp value 0.
        01  AV-denied-found           pic x       value "N".
        01  AV-denied-dropped         pic 9(5)    value 0.
        01  AV-denied-lines           pic 9(5)    value 0.
        01  AV-path                   pic x(30).
        01  AV-payload-head           pic x(99).

        01  AV-archives-read          pic 9(5)    value 0.
        01  AV-lines-read             pic 9(7)    value 0.
        01  AV-dormant-count          pic 9(5)    value 0.
        01  AV-i                      pic 9(3)    comp value 0.

        01  AV-count-display          pic zzzzzz9.
        01  AV-days-display           pic zzz9.
        01  AV-total-display          pic zzzz9.

        copy COWAUDIT.

        procedure division.

        0000-MAIN.
            move function current-date to AV-run-timestamp
            perform 1000-GET-REVIEW-DATE
            perform 2000-LOAD-ACTIVE-USERS
            if AV-user-status = "00"
                perform 3000-READ-ARCHIVES
                perform 3500-READ-LIVE-LOG
            end-if
            perform 4000-WRITE-REPORT
      * a user file that wouldn't open reviewed nobody - end nonzero
      * so the scheduler pages, same as the other batch jobs.
      * status 35 (conversion not run yet) is genuinely no users.
            if AV-user-status not = "00"
                and AV-user-status not = "35"
                move 8 to return-code
            end-if
            stop run.

      * same SYSIN date convention as the other batch reports; the
      * windows are plain calendar arithmetic, as in cowsweep.
        1000-GET-REVIEW-DATE.
            accept AV-review-date
            if AV-review-date = spaces
                or AV-review-date not numeric
                move AV-run-timestamp(1:8) to AV-review-date
            end-if
            move AV-review-date to AV-review-num
            compute AV-review-int =
                    function integer-of-date(AV-review-num)
            compute AV-lookback-int = AV-review-int - 365
            move function date-of-integer(AV-lookback-int)
                to AV-day-num
            move AV-day-num to AV-lookback-date
            compute AV-dormant-int = AV-review-int - 60
            move function date-of-integer(AV-dormant-int)
                to AV-day-num
            move AV-day-num to AV-dormant-date
            compute AV-denied-int = AV-review-int - 29
            move function date-of-integer(AV-denied-int)
                to AV-day-num
            move AV-day-num to AV-denied-date.

        2000-LOAD-ACTIVE-USERS.
            move "N" to AV-eof
            open input COWUSER-FILE
            if AV-user-status = "00"
                perform until AV-eof = "Y"
                    read COWUSER-FILE next
                        at end move "Y" to AV-eof
                        not at end
                            if COW-user-is-active
                                perform 2100-ADD-USER
                            end-if
                    end-read
                end-perform
                close COWUSER-FILE
            end-if.

        2100-ADD-USER.
            if AV-user-count < 500
                add 1 to AV-user-count
                move COW-user-id to AV-user-id(AV-user-count)
                move COW-user-role to AV-user-role(AV-user-count)
                move spaces to AV-user-last(AV-user-count)
            else
                add 1 to AV-users-dropped
            end-if.

      * one archive per day from a year back to the review date,
      * oldest first; a day with no archive (status 35) is skipped.
        3000-READ-ARCHIVES.
            perform varying AV-day-int from AV-lookback-int by 1
                    until AV-day-int > AV-review-int
                move function date-of-integer(AV-day-int)
                    to AV-day-num
                move AV-day-num to AV-day-date
                move spaces to AV-archive-path
                string "data/cowaudit." delimited by size
                       AV-day-date delimited by size
                       ".log" delimited by size
                  into AV-archive-path
                perform 3100-READ-ONE-ARCHIVE
            end-perform.

        3100-READ-ONE-ARCHIVE.
            move "N" to AV-eof
            open input AUDIT-ARCHIVE-FILE
            if AV-archive-status = "00"
                add 1 to AV-archives-read
                perform until AV-eof = "Y"
                    read AUDIT-ARCHIVE-FILE into COW-AUDIT-RECORD
                        at end move "Y" to AV-eof
                        not at end perform 3200-JUDGE-ONE-LINE
                    end-read
                end-perform
                close AUDIT-ARCHIVE-FILE
            end-if.

      * the live log holds whatever cowadrpt hasn't archived yet -
      * usually today, or more if a night's run was missed.
        3500-READ-LIVE-LOG.
            move "N" to AV-eof
            open input COWAUDIT-FILE
            if AV-audit-status = "00"
                perform until AV-eof = "Y"
                    read COWAUDIT-FILE into COW-AUDIT-RECORD
                        at end move "Y" to AV-eof
                        not at end perform 3200-JUDGE-ONE-LINE
                    end-read
                end-perform
                close COWAUDIT-FILE
            end-if.

        3200-JUDGE-ONE-LINE.
            if COW-aud-timestamp(1:8) >= AV-lookback-date
                and COW-aud-timestamp(1:8) <= AV-review-date
                add 1 to AV-lines-read
                if COW-aud-template = "denied.cow"
                    if COW-aud-timestamp(1:8) >= AV-denied-date
                        perform 3400-TALLY-DENIED
                    end-if
                else
                    perform 3300-NOTE-ACTIVITY
                end-if
            end-if.

        3300-NOTE-ACTIVITY.
            move 0 to AV-user-hit
            perform varying AV-user-idx from 1 by 1
                    until AV-user-idx > AV-user-count
                       or AV-user-hit not = 0
                if AV-user-id(AV-user-idx) = COW-aud-user
                    move AV-user-idx to AV-user-hit
                end-if
            end-perform
            if AV-user-hit not = 0
                if COW-aud-timestamp(1:8) > AV-user-last(AV-user-hit)
                    or AV-user-last(AV-user-hit) = spaces
                    move COW-aud-timestamp(1:8)
                        to AV-user-last(AV-user-hit)
                end-if
            end-if.

      * cowrouter's denied line reads "access denied: <user>
      * refused <path>"; the path is whatever follows " refused ".
      * a user/path pair already tallied is counted up, a new one
      * goes in ahead of the first entry that sorts after it.
        3400-TALLY-DENIED.
            add 1 to AV-denied-lines
            move spaces to AV-path
            unstring COW-aud-payload delimited by " refused "
                into AV-payload-head AV-path
            end-unstring
            move "N" to AV-denied-found
            move 0 to AV-denied-at
            perform varying AV-denied-idx from 1 by 1
                    until AV-denied-idx > AV-denied-count
                       or AV-denied-found = "Y"
                       or AV-denied-at not = 0
                evaluate true
                    when AV-denied-user(AV-denied-idx) = COW-aud-user
                        and AV-denied-path(AV-denied-idx) = AV-path
                        move "Y" to AV-denied-found
                        add 1 to AV-denied-total(AV-denied-idx)
                        move COW-aud-timestamp(1:8)
                            to AV-denied-last(AV-denied-idx)
                    when AV-denied-user(AV-denied-idx) > COW-aud-user
                        move AV-denied-idx to AV-denied-at
                    when AV-denied-user(AV-denied-idx) = COW-aud-user
                        and AV-denied-path(AV-denied-idx) > AV-path
                        move AV-denied-idx to AV-denied-at
                end-evaluate
            end-perform
            if AV-denied-found = "N"
                if AV-denied-count < 200
                    perform 3450-INSERT-DENIED
                else
                    add 1 to AV-denied-dropped
                end-if
            end-if.

        3450-INSERT-DENIED.
            if AV-denied-at = 0
                compute AV-denied-at = AV-denied-count + 1
            end-if
            perform varying AV-denied-idx from AV-denied-count by -1
                    until AV-denied-idx < AV-denied-at
                move AV-denied-entry(AV-denied-idx)
                    to AV-denied-entry(AV-denied-idx + 1)
            end-perform
            add 1 to AV-denied-count
            move COW-aud-user to AV-denied-user(AV-denied-at)
            move AV-path to AV-denied-path(AV-denied-at)
            move 1 to AV-denied-total(AV-denied-at)
            move COW-aud-timestamp(1:8) to AV-denied-last(AV-denied-at).

        4000-WRITE-REPORT.
            open output REVIEW-REPORT
            move spaces to REVIEW-REPORT-LINE
            string "COW access review for " delimited by size
                   AV-review-date delimited by size
                   "  run " delimited by size
                   AV-run-timestamp(1:8) delimited by size
                   " " delimited by size
                   AV-run-timestamp(9:6) delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move spaces to REVIEW-REPORT-LINE
            string "activity read back to " delimited by size
                   AV-lookback-date delimited by size
                   ", dormant if none since " delimited by size
                   AV-dormant-date delimited by size
                   ", denials since " delimited by size
                   AV-denied-date delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move spaces to REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            perform 4100-WRITE-USERS
            perform 4200-WRITE-DENIALS
            perform 4300-WRITE-TOTALS
            close REVIEW-REPORT.

        4100-WRITE-USERS.
            move "active users:" to REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move spaces to REVIEW-REPORT-LINE
            string "  user                             "
                   delimited by size
                   "role       last act  days idle" delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            if AV-user-count = 0
                move "  none" to REVIEW-REPORT-LINE
                write REVIEW-REPORT-LINE
            end-if
            perform varying AV-i from 1 by 1
                    until AV-i > AV-user-count
                perform 4150-WRITE-ONE-USER
            end-perform
            move spaces to REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE.

        4150-WRITE-ONE-USER.
            move spaces to REVIEW-REPORT-LINE
            move AV-user-id(AV-i) to REVIEW-REPORT-LINE(3:32)
            move AV-user-role(AV-i) to REVIEW-REPORT-LINE(36:10)
            if AV-user-last(AV-i) = spaces
                move "none" to REVIEW-REPORT-LINE(47:8)
            else
                move AV-user-last(AV-i) to REVIEW-REPORT-LINE(47:8)
                move AV-user-last(AV-i) to AV-last-num
                compute AV-days-idle = AV-review-int
                        - function integer-of-date(AV-last-num)
                move AV-days-idle to AV-days-display
                move AV-days-display to REVIEW-REPORT-LINE(57:4)
            end-if
            if AV-user-last(AV-i) = spaces
                or AV-user-last(AV-i) < AV-dormant-date
                add 1 to AV-dormant-count
                move "DORMANT" to REVIEW-REPORT-LINE(68:7)
            end-if
            write REVIEW-REPORT-LINE.

        4200-WRITE-DENIALS.
            move "denied access attempts by user and path:"
                to REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move spaces to REVIEW-REPORT-LINE
            string "  user                             "
                   delimited by size
                   "path                           " delimited by size
                   "attempts  last" delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            if AV-denied-count = 0
                move "  none" to REVIEW-REPORT-LINE
                write REVIEW-REPORT-LINE
            end-if
            perform varying AV-i from 1 by 1
                    until AV-i > AV-denied-count
                move spaces to REVIEW-REPORT-LINE
                move AV-denied-user(AV-i) to REVIEW-REPORT-LINE(3:32)
                move AV-denied-path(AV-i) to REVIEW-REPORT-LINE(36:30)
                move AV-denied-total(AV-i) to AV-total-display
                move AV-total-display to REVIEW-REPORT-LINE(69:5)
                move AV-denied-last(AV-i) to REVIEW-REPORT-LINE(77:8)
                write REVIEW-REPORT-LINE
            end-perform
            move spaces to REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE.

        4300-WRITE-TOTALS.
            move AV-user-count to AV-count-display
            move spaces to REVIEW-REPORT-LINE
            string "active users reviewed:        " delimited by size
                   AV-count-display delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move AV-dormant-count to AV-count-display
            move spaces to REVIEW-REPORT-LINE
            string "  dormant over 60 days:       " delimited by size
                   AV-count-display delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move AV-denied-lines to AV-count-display
            move spaces to REVIEW-REPORT-LINE
            string "denied attempts, 30 days:     " delimited by size
                   AV-count-display delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move AV-archives-read to AV-count-display
            move spaces to REVIEW-REPORT-LINE
            string "audit archives read:          " delimited by size
                   AV-count-display delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            move AV-lines-read to AV-count-display
            move spaces to REVIEW-REPORT-LINE
            string "audit lines in the window:    " delimited by size
                   AV-count-display delimited by size
              into REVIEW-REPORT-LINE
            write REVIEW-REPORT-LINE
            if AV-users-dropped > 0
                move AV-users-dropped to AV-count-display
                move spaces to REVIEW-REPORT-LINE
                string "users past the 500 listed:    "
                       delimited by size
                       AV-count-display delimited by size
                  into REVIEW-REPORT-LINE
                write REVIEW-REPORT-LINE
            end-if
            if AV-denied-dropped > 0
                move AV-denied-dropped to AV-count-display
                move spaces to REVIEW-REPORT-LINE
                string "denials past 200 pairs, lost: "
                       delimited by size
                       AV-count-display delimited by size
                  into REVIEW-REPORT-LINE
                write REVIEW-REPORT-LINE
            end-if
            if AV-user-status not = "00"
                and AV-user-status not = "35"
                move spaces to REVIEW-REPORT-LINE
                write REVIEW-REPORT-LINE
                move spaces to REVIEW-REPORT-LINE
                string "user file open failed, status="
                       delimited by size
                       AV-user-status delimited by size
                  into REVIEW-REPORT-LINE
                write REVIEW-REPORT-LINE
            end-if.

        end program cowaccrv.

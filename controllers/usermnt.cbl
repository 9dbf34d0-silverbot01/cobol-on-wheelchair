        identification division.
        program-id. usermnt.

      * called by cowrouter as: call route-program using THE-VARS
      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * user administration: lets a supervisor add a user, change a
      * user's role between CLERK and SUPER, and deactivate a leaver
      * (or reactivate one deactivated in error) directly on the
      * keyed user file cowrouter checks every protected hit
      * against (copybooks/COWUSER.cpy, data/cowuser.idx), so a
      * leaver is shut out the moment it's decided instead of at the
      * next COWLOAD.  A supervisor cannot deactivate their own user
      * id or take SUPER away from it - the last supervisor locking
      * everyone out of this page is a mistake only an edit of
      * cowuser.dat and a reload could undo.  Same echo-back
      * validation style as custmnt.cbl: every rejection re-shows
      * the form with what was keyed and the reason on it, and every
      * change that lands writes a cowaudit line recording who
      * changed what from which value to which value.  Every user on
      * file is listed under the form.

        environment division.
        input-output section.
        file-control.
            select COWUSER-FILE assign to "data/cowuser.idx"
                organization indexed
                access mode dynamic
                record key is COW-user-id
                file status is UM-user-status.

        data division.
        file section.
        fd  COWUSER-FILE.
        copy COWUSER.

        working-storage section.

        01  UM-user-status            pic xx.
        01  UM-user-found             pic x       value "N".
        01  UM-user-eof               pic x       value "N".
        01  UM-req-idx                pic 9(3)    value 0.
        01  UM-req-action             pic x(10)   value spaces.
        01  UM-req-userid             pic x(32)   value spaces.
        01  UM-req-role               pic x(10)   value spaces.
        01  UM-req-active             pic x       value spaces.
        01  UM-acting-user            pic x(32)   value spaces.
        01  UM-old-role               pic x(10)   value spaces.
        01  UM-accepted               pic x       value "N".
        01  UM-reason                 pic x(60)   value spaces.
        01  UM-result-line            pic x(80)   value spaces.
        01  UM-audit-change           pic x(99)   value spaces.
        01  UM-user-count             pic 9(5)    value 0.
        01  UM-active-count           pic 9(5)    value 0.
        01  UM-count-display          pic zzzz9.
        01  UM-active-display         pic zzzz9.
        01  UM-list-note              pic x(80)   value spaces.

        copy COWAUDIT.

        linkage section.

        copy COWREQ.
        copy COWVARS.

        procedure division using COW-REQUEST THE-VARS.

        0000-MAIN.
            move COW-req-session-id to COW-session-id
            perform 1000-GATHER-PARAMS
            evaluate function trim(UM-req-action)
                when "add"
                    perform 2000-ADD-USER
                when "setrole"
                    perform 3000-SET-ROLE
                when "deactivate"
                    move "N" to UM-req-active
                    perform 4000-SET-ACTIVE
                when "reactivate"
                    move "Y" to UM-req-active
                    perform 4000-SET-ACTIVE
                when other
                    if UM-req-userid not = spaces
                        perform 5000-LOOKUP-USER
                    end-if
            end-evaluate

            perform 5500-LIST-USERS
            perform 6000-BUILD-MAINT-PAGE

            call 'cowtemplate' using THE-VARS

      * standard error branch, same as the other controllers:
      * skipped in batch mode so cowbatch can keep a good prior
      * render instead of an error page.
            if not COW-status-ok and not COW-is-batch-mode
                call 'cowerror' using THE-VARS
            end-if

            perform 7000-WRITE-AUDIT-LINE

            goback.

      * a bare GET of /usermaint has no action and just gets the
      * blank form and the user list; the action arrives from
      * whichever submit button the supervisor pressed.
        1000-GATHER-PARAMS.
            perform varying UM-req-idx from 1 by 1
                    until UM-req-idx > COW-req-param-count
                evaluate function trim(COW-req-name(UM-req-idx))
                    when "action"
                        move COW-req-value(UM-req-idx)
                            to UM-req-action
                    when "userid"
                        move COW-req-value(UM-req-idx)
                            to UM-req-userid
                    when "role"
                        move COW-req-value(UM-req-idx)
                            to UM-req-role
                end-evaluate
            end-perform
            if COW-is-batch-mode
                move "system" to UM-acting-user
            else
                if COW-req-remote-user not = spaces
                    move COW-req-remote-user to UM-acting-user
                else
                    move "anonymous" to UM-acting-user
                end-if
            end-if.

      * a new user goes on as a CLERK unless the form said
      * otherwise, and active; an id already on file is refused
      * rather than silently overwritten - changing a user is what
      * setrole and deactivate are for.
        2000-ADD-USER.
            move "N" to UM-accepted
            move spaces to UM-reason
            if UM-req-role = spaces
                move "CLERK" to UM-req-role
            end-if
            evaluate true
                when UM-req-userid = spaces
                    move "user id is required" to UM-reason
                when UM-req-role not = "CLERK"
                    and UM-req-role not = "SUPER"
                    move "role must be CLERK or SUPER" to UM-reason
                when other
                    perform 2100-WRITE-NEW-USER
            end-evaluate.

      * no status-35 create-on-the-fly, for the same reason
      * custmnt.cbl refuses one on the customer master: on this file
      * status 35 means the COWLOAD conversion hasn't built it yet,
      * and a fresh file made now would be thrown away on the next
      * LOAD.
        2100-WRITE-NEW-USER.
            open i-o COWUSER-FILE
            if UM-user-status not = "00"
                move "user file unavailable - nothing changed"
                    to UM-reason
            else
                move UM-req-userid to COW-user-id
                move UM-req-role to COW-user-role
                move "Y" to COW-user-active
                write COW-USER-RECORD
                    invalid key
                        move "user id is already on file" to UM-reason
                    not invalid key
                        move "Y" to UM-accepted
                        move "Y" to UM-req-active
                        move spaces to UM-audit-change
                        string "user " delimited by size
                               function trim(UM-req-userid)
                               delimited by size
                               " added, role " delimited by size
                               COW-user-role delimited by size
                          into UM-audit-change
                        move "user added" to UM-result-line
                end-write
                close COWUSER-FILE
            end-if.

      * the role is a closed choice, the two rungs cowrouter knows;
      * anything else would lock the user out of every page.
        3000-SET-ROLE.
            move "N" to UM-accepted
            move spaces to UM-reason
            evaluate true
                when UM-req-userid = spaces
                    move "user id is required" to UM-reason
                when UM-req-role not = "CLERK"
                    and UM-req-role not = "SUPER"
                    move "role must be CLERK or SUPER" to UM-reason
                when UM-req-userid = UM-acting-user
                    and UM-req-role not = "SUPER"
                    move "you cannot demote your own user id"
                        to UM-reason
                when other
                    perform 3100-REWRITE-ROLE
            end-evaluate.

        3100-REWRITE-ROLE.
            open i-o COWUSER-FILE
            if UM-user-status not = "00"
                move "user file unavailable - nothing changed"
                    to UM-reason
            else
                move UM-req-userid to COW-user-id
                read COWUSER-FILE
                    invalid key
                        move "no such user on file" to UM-reason
                    not invalid key
                        move COW-user-role to UM-old-role
                        move UM-req-role to COW-user-role
                        move COW-user-active to UM-req-active
                        rewrite COW-USER-RECORD
                        if UM-user-status = "00"
                            perform 3200-REPORT-ROLE-CHANGE
                        else
                            move
                    "user file rejected the change - nothing changed"
                                to UM-reason
                        end-if
                end-read
                close COWUSER-FILE
            end-if.

        3200-REPORT-ROLE-CHANGE.
            move "Y" to UM-accepted
            move spaces to UM-audit-change
            string "user " delimited by size
                   function trim(UM-req-userid)
                   delimited by size
                   " role " delimited by size
                   function trim(UM-old-role)
                   delimited by size
                   " -> " delimited by size
                   function trim(UM-req-role)
                   delimited by size
              into UM-audit-change
            move "user role changed" to UM-result-line.

      * deactivate leaves the record on file, so the user's history
      * in the audit log still names someone the file knows and
      * reactivate can put them back with the role they had.
        4000-SET-ACTIVE.
            move "N" to UM-accepted
            move spaces to UM-reason
            evaluate true
                when UM-req-userid = spaces
                    move "user id is required" to UM-reason
                when UM-req-userid = UM-acting-user
                    and UM-req-active = "N"
                    move "you cannot deactivate your own user id"
                        to UM-reason
                when other
                    perform 4100-REWRITE-ACTIVE
            end-evaluate.

        4100-REWRITE-ACTIVE.
            open i-o COWUSER-FILE
            if UM-user-status not = "00"
                move "user file unavailable - nothing changed"
                    to UM-reason
            else
                move UM-req-userid to COW-user-id
                read COWUSER-FILE
                    invalid key
                        move "no such user on file" to UM-reason
                    not invalid key
                        perform 4200-FLIP-ACTIVE
                end-read
                close COWUSER-FILE
            end-if.

        4200-FLIP-ACTIVE.
            move COW-user-role to UM-req-role
            evaluate true
                when COW-user-active = UM-req-active
                    and UM-req-active = "N"
                    move "user is already inactive" to UM-reason
                when COW-user-active = UM-req-active
                    move "user is already active" to UM-reason
                when other
                    move UM-req-active to COW-user-active
                    rewrite COW-USER-RECORD
                    if UM-user-status = "00"
                        perform 4300-REPORT-ACTIVE-CHANGE
                    else
                        move
                    "user file rejected the change - nothing changed"
                            to UM-reason
                    end-if
            end-evaluate.

        4300-REPORT-ACTIVE-CHANGE.
            move "Y" to UM-accepted
            move spaces to UM-audit-change
            if UM-req-active = "N"
                string "user " delimited by size
                       function trim(UM-req-userid)
                       delimited by size
                       " deactivated" delimited by size
                  into UM-audit-change
                move "user deactivated" to UM-result-line
            else
                string "user " delimited by size
                       function trim(UM-req-userid)
                       delimited by size
                       " reactivated" delimited by size
                  into UM-audit-change
                move "user reactivated" to UM-result-line
            end-if.

      * plain lookup so the supervisor sees the record as it stands
      * before touching it.
        5000-LOOKUP-USER.
            move "N" to UM-user-found
            open input COWUSER-FILE
            if UM-user-status = "00"
                move UM-req-userid to COW-user-id
                read COWUSER-FILE
                    invalid key continue
                    not invalid key move "Y" to UM-user-found
                end-read
                close COWUSER-FILE
            end-if
            if UM-user-found = "Y"
                move COW-user-role to UM-req-role
                move COW-user-active to UM-req-active
                move "user shown as on file" to UM-result-line
            else
                move "no such user on file" to UM-reason
            end-if.

      * every user on file in id order, the first 50 listed; the
      * counts run on past that so the note tells the truth.
        5500-LIST-USERS.
            move 1 to COW-rowset-count
            move "users" to COW-rowset-name(1)
            move 0 to COW-row-count(1)
            move 0 to UM-user-count
            move 0 to UM-active-count
            move "N" to UM-user-eof
            move spaces to UM-list-note
            open input COWUSER-FILE
            if UM-user-status = "00"
                perform until UM-user-eof = "Y"
                    read COWUSER-FILE next
                        at end move "Y" to UM-user-eof
                        not at end perform 5600-ADD-USER-ROW
                    end-read
                end-perform
                close COWUSER-FILE
                move UM-user-count to UM-count-display
                move UM-active-count to UM-active-display
                string function trim(UM-count-display)
                       delimited by size
                       " users on file, " delimited by size
                       function trim(UM-active-display)
                       delimited by size
                       " active" delimited by size
                  into UM-list-note
            else
                move "user file unavailable - not listed"
                    to UM-list-note
            end-if.

        5600-ADD-USER-ROW.
            add 1 to UM-user-count
            if COW-user-is-active
                add 1 to UM-active-count
            end-if
            if COW-row-count(1) < 50
                add 1 to COW-row-count(1)
                move 3 to COW-cell-count(1, COW-row-count(1))
                move "usrid" to COW-cellname(1, COW-row-count(1), 1)
                move COW-user-id
                    to COW-cellvalue(1, COW-row-count(1), 1)
                move "usrrole" to COW-cellname(1, COW-row-count(1), 2)
                move COW-user-role
                    to COW-cellvalue(1, COW-row-count(1), 2)
                move "usrstate" to COW-cellname(1, COW-row-count(1), 3)
                if COW-user-is-active
                    move "active"
                        to COW-cellvalue(1, COW-row-count(1), 3)
                else
                    move "inactive"
                        to COW-cellvalue(1, COW-row-count(1), 3)
                end-if
            end-if.

      * the maintenance form doubles as the rejection page, same
      * shape as custmnt's: what was keyed is echoed back into the
      * fields, UM-reason lands in {{reason}} and a change that
      * landed reports itself in {{result}}.
        6000-BUILD-MAINT-PAGE.
            move 8 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "User administration" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move UM-reason to COW-varvalue(2)
            move "result" to COW-varname(3)
            move UM-result-line to COW-varvalue(3)
            move "userid" to COW-varname(4)
            move UM-req-userid to COW-varvalue(4)
            move "role" to COW-varname(5)
            move UM-req-role to COW-varvalue(5)
            move "listnote" to COW-varname(6)
            move UM-list-note to COW-varvalue(6)
            move "sessionid" to COW-varname(7)
            move COW-session-id to COW-varvalue(7)
            move "useractive" to COW-varname(8)
            move UM-req-active to COW-varvalue(8)
            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
            move "usermaint.cow" to COW-templates(2)
            move "footer.cow" to COW-templates(3)
            move "usermaint.cow" to COW-page-name.

      * one line per hit, same convention as the other controllers;
      * a change that landed logs who changed what from which value
      * to which value, a refused one logs why it was turned away.
        7000-WRITE-AUDIT-LINE.
            move function current-date to COW-aud-timestamp
            move UM-acting-user to COW-aud-user
            move COW-session-id to COW-aud-session-id
            move COW-page-name to COW-aud-template
            move spaces to COW-aud-payload
            evaluate true
                when UM-accepted = "Y"
                    move UM-audit-change to COW-aud-payload
                when UM-reason not = spaces
                    string "user maintenance refused: "
                           delimited by size
                           function trim(UM-reason) delimited by size
                      into COW-aud-payload
                when other
                    move "user maintenance form shown"
                        to COW-aud-payload
            end-evaluate
            call 'cowaudit' using COW-AUDIT-RECORD.

        end program usermnt.

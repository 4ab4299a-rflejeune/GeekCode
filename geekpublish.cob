       identification division.
       program-id. geekpublish.
      ******************************************************************
      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  15 Oct 2026. (v. 0.1)                            *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   This program is free software; you can redistribute it       *
      *   and/or modify it under the terms of the GNU General Public   *
      *   License as published by the Free Software Foundation; either *
      *   version 2 of the License, or at your option) any later       *
      *   version.                                                     *
      *                                                                *
      *   This program is distributed in the hope that it will be      *
      *   useful, but WITHOUT ANY WARRANTY; without even the implied   *
      *   warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR      *
      *   PURPOSE.  See the GNU General Public License for more        *
      *   details.                                                     *
      *                                                                *
      *   You should have received a copy of the GNU General Public    *
      *   License along with this program; if not, write to the Free   *
      *   Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139,*
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   geekpublish puts each employee's block where the mail        *
      *   gateway can pick it up for their email signature.  From      *
      *   geekcode.mst it writes one file per employee, ID.sig, into   *
      *   the outbound directory (geekcode.out unless -dir says        *
      *   otherwise): the BEGIN line, the Version line, the four data  *
      *   lines and the END line, with "id - department" above them    *
      *   when -header is given.                                       *
      *                                                                *
      *   Only changed blocks go out.  geekcode.pubctl holds the       *
      *   stamp of the last publish; an employee is published again    *
      *   when a geekcode.audit record for them, or their block's own  *
      *   Generated stamp, is later than that.  An id deleted (TERM,   *
      *   geekmast -delete, geekapprove), purged, or merged away by    *
      *   geekrename since then, and not back on file, gets a removal  *
      *   notice, ID.remove, instead, and any ID.sig still waiting in  *
      *   the directory is taken back.  The first run, with no         *
      *   control record, publishes everyone and removes nothing;      *
      *   -all republishes everyone at any time.  Each run ends with   *
      *   a manifest, manifest.yyyymmddhhmmss, listing what it         *
      *   published and removed for the gateway team to reconcile,     *
      *   then moves the control stamp on.                             *
      *                                                                *
      *   Employees who have opted out are never published and are     *
      *   counted as withheld; when a flagged employee's block or      *
      *   flag changes they get a removal notice, how "optout", so a   *
      *   signature sent out before they opted out is taken back.      *
      *                                                                *
      *   The files are written through geekcode.pub.tmp and moved     *
      *   into place, so the gateway never sees half a file.  An id    *
      *   that cannot be a file name (a space, a "/") is listed and    *
      *   left for hand publishing.  The run holds the geekcode.lock   *
      *   run lock, or runs under geeknightly's, after geekmast        *
      *   -build has brought geekcode.mst up to date.                  *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-mast   assign to "geekcode.mst"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is mast-emp-id
                                       file status is ws-mast-status.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select optional geek-ctl    assign to "geekcode.pubctl"
                                       organization is line sequential.
           select geek-pub             assign to "geekcode.pub.tmp"
                                       organization is line sequential.
           select geek-man             assign to "geekcode.pubman.tmp"
                                       organization is line sequential.
           select optional geek-lock-owner
                                       assign to "geekcode.lock/owner"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-mast.
       01  mast-rec.
           05  mast-emp-id             pic x(20).
           05  mast-stamp              pic x(19).
           05  mast-dept               pic x(08).
           05  mast-version            pic x(20).
           05  mast-line1              pic x(80).
           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).
               88  mast-opted-out                     value "Y".

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-ctl.
       01  geek-ctl-rec                pic x(80).

       fd  geek-pub.
       01  geek-pub-rec                pic x(80).

       fd  geek-man.
       01  geek-man-rec                pic x(120).

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).

       working-storage section.

       77  ws-command                  pic x(160)    value spaces.
       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-return-sys-code          pic 9(8) comp value zeroes.
       77  ws-cl-word1                 pic x(60)     value spaces.
       77  ws-cl-ptr                   pic 9(03)     value 1.

       77  ws-out-dir                  pic x(60)     value
           "geekcode.out".

       01  ws-header-flag              pic x         value "n".
           88  ws-with-header                         value "y".

       01  ws-all-flag                 pic x         value "n".
           88  ws-publish-all                         value "y".

       01  ws-first-flag               pic x         value "n".
           88  ws-first-run                           value "y".

       01  ws-fail-flag                pic x         value "n".
           88  ws-publish-failed                      value "y".

       77  ws-mast-status              pic xx        value spaces.

       01  ws-mast-eof-flag            pic x         value "n".
           88  ws-mast-eof                            value "y".

      *-----------------------------------------------------------------
      * The control record: the stamp of the last publish, then that
      * run's counts for the record.
      *-----------------------------------------------------------------
       01  ws-ctl-line.
           05  ws-ctl-stamp            pic x(19)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-ctl-pub              pic 9(05)     value zeroes.
           05  filler                  pic x(01)     value "|".
           05  ws-ctl-rem              pic 9(05)     value zeroes.
           05  filler                  pic x(49)     value spaces.

       01  ws-ctl-eof-flag             pic x         value "n".
           88  ws-ctl-eof                             value "y".

       77  ws-last-stamp               pic x(19)     value spaces.
       77  ws-run-stamp                pic x(19)     value spaces.
       77  ws-run-name                 pic x(14)     value spaces.
       77  ws-cur-date                 pic 9(08)     value zeroes.
       77  ws-cur-time                 pic 9(08)     value zeroes.

      *-----------------------------------------------------------------
      * geekcode.audit, split on its "|" separators, geekasof's way:
      * a "delete" or "purge" record names the departed id first; a
      * "merge" record names the surviving id first and the merged-
      * away id in the fifth field.
      *-----------------------------------------------------------------
       01  ws-audit-eof-flag           pic x         value "n".
           88  ws-audit-eof                           value "y".

       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-aud-emp                  pic x(20)     value spaces.
       77  ws-aud-stamp                pic x(19)     value spaces.
       77  ws-aud-mode                 pic x(08)     value spaces.
       77  ws-aud-cat                  pic x(08)     value spaces.
       77  ws-aud-old                  pic x(20)     value spaces.

      *-----------------------------------------------------------------
      * Every id the audit trail touched since the last publish:
      * whether it changed, and the newest departure if it left.
      *-----------------------------------------------------------------
       77  ws-chg-cnt                  pic 9(04)     value zeroes.
       77  ws-chg-ix                   pic 9(04)     value zeroes.
       77  ws-chg-at                   pic 9(04)     value zeroes.

       01  ws-chg-tab.
           05  ws-chg-entry            occurs 5000 times.
               10  ws-chg-emp          pic x(20)     value spaces.
               10  ws-chg-gone         pic x(19)     value spaces.
               10  ws-chg-how          pic x(08)     value spaces.
               10  ws-chg-on-file      pic x(01)     value "n".

       01  ws-chg-found-flag           pic x         value "n".
           88  ws-chg-found                           value "y".

       77  ws-note-emp                 pic x(20)     value spaces.

      *-----------------------------------------------------------------
      * File naming.  ws-emp-len is the trimmed id length; an id with
      * anything but letters, digits, ".", "_" or "-" inside it is
      * not written.
      *-----------------------------------------------------------------
       77  ws-emp-len                  pic 9(02)     value zeroes.
       77  ws-emp-ix                   pic 9(02)     value zeroes.
       77  ws-emp-char                 pic x(01)     value space.

       01  ws-name-bad-flag            pic x         value "n".
           88  ws-name-bad                            value "y".

       77  ws-file-name                pic x(40)     value spaces.
       77  ws-name-line                pic x(80)     value spaces.
       77  ws-pub-line                 pic x(80)     value spaces.

       01  ws-man-line.
           05  ws-man-type             pic x(01)     value space.
           05  filler                  pic x(01)     value "|".
           05  ws-man-emp              pic x(20)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-man-file             pic x(40)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-man-how              pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-man-stamp            pic x(19)     value spaces.
           05  filler                  pic x(28)     value spaces.

       77  ws-scan-cnt                 pic 9(05)     value zeroes.
       77  ws-pub-cnt                  pic 9(05)     value zeroes.
       77  ws-rem-cnt                  pic 9(05)     value zeroes.
       77  ws-skip-cnt                 pic 9(05)     value zeroes.
       77  ws-over-cnt                 pic 9(05)     value zeroes.
       77  ws-withheld-cnt             pic 9(05)     value zeroes.

      *-----------------------------------------------------------------
      * How and when, for the removal notice being written - a
      * departure off the change table, or an opt-out.
      *-----------------------------------------------------------------
       77  ws-rem-how                  pic x(08)     value spaces.
       77  ws-rem-stamp                pic x(19)     value spaces.

       01  ws-lock-flag                pic x         value "n".
           88  ws-lock-held                           value "y".

       01  ws-lock-eof-flag            pic x         value "n".
           88  ws-lock-eof                            value "y".

       77  ws-lock-try                 pic 9(02)     value zeroes.
       77  ws-lock-owner               pic x(40)     value spaces.

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 97000-acquire-lock
           perform 10050-set-run-stamp
           perform 10100-read-control

           move spaces to ws-command
           string "mkdir -p " delimited by size
                  ws-out-dir  delimited by space
               into ws-command
           end-string
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekpublish: cannot create the outbound "
                   "directory '" ws-out-dir "' - aborting."
               end-display
               set ws-publish-failed to true
               perform 30000-cleanup
           end-if.

       10050-set-run-stamp.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-run-stamp
           string ws-cur-date (1:4) delimited by size
                  "-"               delimited by size
                  ws-cur-date (5:2) delimited by size
                  "-"               delimited by size
                  ws-cur-date (7:2) delimited by size
                  " "               delimited by size
                  ws-cur-time (1:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (3:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (5:2) delimited by size
               into ws-run-stamp
           end-string
           move spaces to ws-run-name
           string ws-cur-date       delimited by size
                  ws-cur-time (1:6) delimited by size
               into ws-run-name
           end-string.

       10100-read-control.
           move spaces to ws-last-stamp
           move "n"    to ws-ctl-eof-flag
           open input geek-ctl
           read geek-ctl into ws-ctl-line
               at end set ws-ctl-eof to true
           end-read
           close geek-ctl
           if not ws-ctl-eof
               move ws-ctl-stamp to ws-last-stamp
           end-if
           if ws-last-stamp = spaces
               set ws-first-run to true
           end-if.

       20000-process.
           if ws-first-run
               display "geekpublish: no control record - publishing "
                   "every employee on file."
               end-display
           else if ws-publish-all
               display "geekpublish: -all - publishing every employee "
                   "on file."
               end-display
           else
               display "geekpublish: publishing changes since "
                   ws-last-stamp "."
               end-display
           end-if.

           open output geek-man
           move spaces to ws-pub-line
           string "H|" ws-run-stamp "|" ws-last-stamp
                  delimited by size
               into ws-pub-line
           end-string
           write geek-man-rec from ws-pub-line end-write

           if not ws-first-run
               perform 21000-survey-audit
           end-if
           perform 22000-publish-master
           if not ws-first-run
               perform 23000-remove-departed varying ws-chg-ix
                   from 1 by 1 until ws-chg-ix > ws-chg-cnt
           end-if

           move spaces to ws-pub-line
           string "T|" ws-pub-cnt "|" ws-rem-cnt
                  delimited by size
               into ws-pub-line
           end-string
           write geek-man-rec from ws-pub-line end-write
           close geek-man

           move spaces to ws-command
           string "mv geekcode.pubman.tmp " delimited by size
                  ws-out-dir               delimited by space
                  "/manifest."             delimited by size
                  ws-run-name              delimited by size
               into ws-command
           end-string
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekpublish: cannot move the manifest into '"
                   ws-out-dir "' - control record left as it was."
               end-display
               set ws-publish-failed to true
           else
               perform 24000-write-control
           end-if
           perform 20900-summary.

      *-----------------------------------------------------------------
      * 21000-survey-audit walks geekcode.audit for records later than
      * the last publish.  Any record marks its first id as changed;
      * departures also note the departed id and the newest stamp.
      *-----------------------------------------------------------------
       21000-survey-audit.
           move "n" to ws-audit-eof-flag
           move zeroes to ws-chg-cnt
           open input geek-audit
           perform 21010-read-audit-line
           perform 21020-survey-audit-line until ws-audit-eof
           close geek-audit.

       21010-read-audit-line.
           read geek-audit into ws-audit-line
               at end set ws-audit-eof to true
           end-read.

       21020-survey-audit-line.
           move spaces to ws-aud-emp ws-aud-stamp ws-aud-mode
                          ws-aud-cat ws-aud-old
           unstring ws-audit-line delimited by "|"
               into ws-aud-emp ws-aud-stamp ws-aud-mode
                    ws-aud-cat ws-aud-old
           end-unstring

           if ws-aud-stamp > ws-last-stamp
               move ws-aud-emp to ws-note-emp
               perform 21100-note-id
               if ws-aud-mode = "delete" or "purge"
                   perform 21200-note-departure
               else
                   if ws-aud-mode = "merge"
                       move ws-aud-old to ws-note-emp
                       perform 21100-note-id
                       perform 21200-note-departure
                   end-if
               end-if
           end-if

           perform 21010-read-audit-line.

       21100-note-id.
           perform 21110-find-chg
           if not ws-chg-found
               if ws-chg-cnt < 5000
                   add 1 to ws-chg-cnt
                   move ws-chg-cnt  to ws-chg-at
                   move ws-note-emp to ws-chg-emp (ws-chg-at)
                   move spaces      to ws-chg-gone (ws-chg-at)
                                       ws-chg-how (ws-chg-at)
                   move "n"         to ws-chg-on-file (ws-chg-at)
                   set ws-chg-found to true
               else
                   add 1 to ws-over-cnt
                   set ws-publish-failed to true
               end-if
           end-if.

       21110-find-chg.
           move "n" to ws-chg-found-flag
           perform 21120-match-chg varying ws-chg-ix from 1 by 1
               until ws-chg-ix > ws-chg-cnt or ws-chg-found.

       21120-match-chg.
           if ws-chg-emp (ws-chg-ix) = ws-note-emp
               move ws-chg-ix to ws-chg-at
               set ws-chg-found to true
           end-if.

       21200-note-departure.
           if ws-chg-found
               if ws-aud-stamp > ws-chg-gone (ws-chg-at)
                   move ws-aud-stamp to ws-chg-gone (ws-chg-at)
                   move ws-aud-mode  to ws-chg-how (ws-chg-at)
               end-if
           end-if.

      *-----------------------------------------------------------------
      * 22000-publish-master reads geekcode.mst in key order and
      * publishes every employee due: all of them on a first or -all
      * run, otherwise those the audit survey marked or whose block
      * is newer than the last publish.
      *-----------------------------------------------------------------
       22000-publish-master.
           move "n" to ws-mast-eof-flag
           open input geek-mast
           if ws-mast-status not = "00" and "05"
               display "geekpublish: cannot open 'geekcode.mst' "
                   "(file status " ws-mast-status ") - nothing "
                   "published."
               end-display
               set ws-publish-failed to true
           else
               perform 22010-read-mast
               perform 22100-consider-employee until ws-mast-eof
               close geek-mast
           end-if.

       22010-read-mast.
           read geek-mast next record
               at end set ws-mast-eof to true
           end-read.

       22100-consider-employee.
           add 1 to ws-scan-cnt
           move mast-emp-id to ws-note-emp
           perform 21110-find-chg
           if ws-chg-found
               move "y" to ws-chg-on-file (ws-chg-at)
           end-if
           if mast-opted-out
               add 1 to ws-withheld-cnt
           end-if
           if ws-first-run or ws-publish-all or ws-chg-found
               or mast-stamp > ws-last-stamp
               perform 22200-check-file-name
               if ws-name-bad
                   add 1 to ws-skip-cnt
                   display "geekpublish: '" mast-emp-id "' cannot be "
                       "a file name - publish it by hand."
                   end-display
               else
                   if mast-opted-out
                       if not ws-first-run
                           move "optout"     to ws-rem-how
                           move ws-run-stamp to ws-rem-stamp
                           perform 23100-write-removal
                       end-if
                   else
                       perform 22300-write-signature
                   end-if
               end-if
           end-if
           perform 22010-read-mast.

       22200-check-file-name.
           move "n"    to ws-name-bad-flag
           move zeroes to ws-emp-len
           perform 22210-measure-id-char
               varying ws-emp-ix from 1 by 1 until ws-emp-ix > 20
           if ws-emp-len = 0
               set ws-name-bad to true
           end-if
           perform 22220-check-id-char
               varying ws-emp-ix from 1 by 1
               until ws-emp-ix > ws-emp-len or ws-name-bad
           if ws-note-emp (1:1) = "." or "-"
               set ws-name-bad to true
           end-if.

       22210-measure-id-char.
           if ws-note-emp (ws-emp-ix:1) not = space
               move ws-emp-ix to ws-emp-len
           end-if.

       22220-check-id-char.
           move ws-note-emp (ws-emp-ix:1) to ws-emp-char
           if (ws-emp-char >= "A" and ws-emp-char <= "Z")
               or (ws-emp-char >= "a" and ws-emp-char <= "z")
               or (ws-emp-char >= "0" and ws-emp-char <= "9")
               or ws-emp-char = "." or "_" or "-"
               continue
           else
               set ws-name-bad to true
           end-if.

       22300-write-signature.
           open output geek-pub
           if ws-with-header
               move spaces to ws-name-line
               if mast-dept = spaces
                   move mast-emp-id to ws-name-line
               else
                   string mast-emp-id (1:ws-emp-len) delimited by size
                          " - "                      delimited by size
                          mast-dept                  delimited by space
                       into ws-name-line
                   end-string
               end-if
               write geek-pub-rec from ws-name-line end-write
           end-if
           move "-----BEGIN GEEK CODE BLOCK-----" to ws-pub-line
           write geek-pub-rec from ws-pub-line end-write
           write geek-pub-rec from mast-version end-write
           write geek-pub-rec from mast-line1 end-write
           write geek-pub-rec from mast-line2 end-write
           write geek-pub-rec from mast-line3 end-write
           write geek-pub-rec from mast-line4 end-write
           move "-----END GEEK CODE BLOCK-----" to ws-pub-line
           write geek-pub-rec from ws-pub-line end-write
           close geek-pub

           move spaces to ws-file-name
           string mast-emp-id (1:ws-emp-len) delimited by size
                  ".sig"                     delimited by size
               into ws-file-name
           end-string
           perform 22400-move-into-place
           if ws-return-sys-code = 0
               add 1 to ws-pub-cnt
               move "P"          to ws-man-type
               move mast-emp-id  to ws-man-emp
               move ws-file-name to ws-man-file
               move spaces       to ws-man-how
               move mast-stamp   to ws-man-stamp
               write geek-man-rec from ws-man-line end-write
           end-if.

       22400-move-into-place.
           move spaces to ws-command
           string "mv geekcode.pub.tmp " delimited by size
                  ws-out-dir            delimited by space
                  "/"                   delimited by size
                  ws-file-name          delimited by space
               into ws-command
           end-string
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekpublish: cannot move '" ws-file-name
                   "' into '" ws-out-dir "'."
               end-display
               set ws-publish-failed to true
           end-if.

      *-----------------------------------------------------------------
      * 23000-remove-departed writes ID.remove for each id that left
      * since the last publish and is not back on file, and takes
      * back an ID.sig the gateway has not collected yet.
      *-----------------------------------------------------------------
       23000-remove-departed.
           if ws-chg-gone (ws-chg-ix) not = spaces
               and ws-chg-on-file (ws-chg-ix) = "n"
               move ws-chg-emp (ws-chg-ix) to ws-note-emp
               perform 22200-check-file-name
               if ws-name-bad
                   add 1 to ws-skip-cnt
                   display "geekpublish: '" ws-note-emp "' cannot be "
                       "a file name - remove it by hand."
                   end-display
               else
                   move ws-chg-how (ws-chg-ix)  to ws-rem-how
                   move ws-chg-gone (ws-chg-ix) to ws-rem-stamp
                   perform 23100-write-removal
               end-if
           end-if.

       23100-write-removal.
           open output geek-pub
           move spaces to ws-pub-line
           string "REMOVE "                 delimited by size
                  ws-note-emp (1:ws-emp-len) delimited by size
                  " "                       delimited by size
                  ws-rem-how                delimited by space
                  " "                       delimited by size
                  ws-rem-stamp              delimited by size
               into ws-pub-line
           end-string
           write geek-pub-rec from ws-pub-line end-write
           close geek-pub

           move spaces to ws-command
           string "rm -f "                  delimited by size
                  ws-out-dir                delimited by space
                  "/"                       delimited by size
                  ws-note-emp (1:ws-emp-len) delimited by size
                  ".sig"                    delimited by size
               into ws-command
           end-string
           call "system" using ws-command
           end-call

           move spaces to ws-file-name
           string ws-note-emp (1:ws-emp-len) delimited by size
                  ".remove"                  delimited by size
               into ws-file-name
           end-string
           perform 22400-move-into-place
           if ws-return-sys-code = 0
               add 1 to ws-rem-cnt
               move "R"                     to ws-man-type
               move ws-note-emp             to ws-man-emp
               move ws-file-name            to ws-man-file
               move ws-rem-how              to ws-man-how
               move ws-rem-stamp            to ws-man-stamp
               write geek-man-rec from ws-man-line end-write
           end-if.

      *-----------------------------------------------------------------
      * 24000-write-control moves the control stamp on to this run's
      * start.  A run that could not publish something keeps the old
      * stamp, so the next run tries the same changes again.
      *-----------------------------------------------------------------
       24000-write-control.
           if ws-publish-failed
               display "geekpublish: errors above - control record "
                   "left at " ws-last-stamp "."
               end-display
           else
               move ws-run-stamp to ws-ctl-stamp
               move ws-pub-cnt   to ws-ctl-pub
               move ws-rem-cnt   to ws-ctl-rem
               open output geek-ctl
               write geek-ctl-rec from ws-ctl-line end-write
               close geek-ctl
           end-if.

       20900-summary.
           display " " end-display
           display ws-scan-cnt " employee(s) on file, " ws-pub-cnt
               " published, " ws-rem-cnt " removal notice(s)."
           end-display
           display ws-withheld-cnt " employee(s) withheld - opted out."
           end-display
           display "Directory: " ws-out-dir end-display
           display "Manifest:  manifest." ws-run-name end-display
           if ws-skip-cnt > 0
               display ws-skip-cnt " id(s) not usable as file names "
                   "skipped - see above."
               end-display
           end-if
           if ws-over-cnt > 0
               display ws-over-cnt " audited id(s) past the 5000 this "
                   "run tracks - control record left as it was."
               end-display
           end-if.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekpublish [options]" end-display
               display " " end-display
               display "Writes ID.sig for every employee whose block "
                   "changed since the last publish,"
               end-display
               display "ID.remove for every id deleted, merged away "
                   "or opted out, and a manifest,"
               end-display
               display "into the outbound directory for the mail "
                   "gateway."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -header               Put 'id - dept' "
                   "above each block"
               end-display
               display "    -all                  Republish every "
                   "employee on file"
               end-display
               display "    -dir DIR              Outbound directory "
                   "(default geekcode.out)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekpublish 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else
               move 1 to ws-cl-ptr
               perform 93100-next-word
               perform 93200-apply-option until ws-cl-word1 = spaces
           end-if.

       93100-next-word.
           move spaces to ws-cl-word1
           if ws-cl-ptr <= length of ws-cl-args
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
           end-if.

       93200-apply-option.
           if ws-cl-word1 = "-header" or "--header"
               set ws-with-header to true
               perform 93100-next-word
           else if ws-cl-word1 = "-all" or "--all"
               set ws-publish-all to true
               perform 93100-next-word
           else if ws-cl-word1 = "-dir" or "--dir"
               perform 93100-next-word
               if ws-cl-word1 = spaces
                   display "geekpublish: -dir needs a directory name."
                   end-display
                   perform 94000-terminate
               end-if
               move ws-cl-word1 to ws-out-dir
               perform 93100-next-word
           else
               display "geekpublish: invalid option." end-display
               display "Try `geekpublish -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       94000-terminate.
           goback.

      * The FAIL return code is set only after the last call "system"
      * (the lock release), as in geekbackup.
       30000-cleanup.
           perform 97100-release-lock
           if ws-publish-failed
               move 8 to return-code
           end-if
           perform 94000-terminate.

      *-----------------------------------------------------------------
      * Run-lock paragraphs, geekbackup's shape: the geeknightly chain
      * marker means the lock is already held on our behalf.
      *-----------------------------------------------------------------
       97000-acquire-lock.
           move "test -f geekcode.lock/chain" to ws-command
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               perform 97010-wait-for-lock
           end-if.

       97010-wait-for-lock.
           move zeroes to ws-lock-try
           perform 97050-try-lock
               until ws-lock-held or ws-lock-try > 30
           if not ws-lock-held
               perform 97150-read-lock-owner
               display "geekpublish: gave up waiting for the run lock "
                   "held by " ws-lock-owner "."
               end-display
               display "geekpublish: if that run is gone, remove the "
                   "geekcode.lock directory and retry."
               end-display
               move 8 to return-code
               perform 94000-terminate
           end-if.

       97050-try-lock.
           add 1 to ws-lock-try
           move "mkdir geekcode.lock 2>/dev/null" to ws-command
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code = 0
               set ws-lock-held to true
               move "id -un > geekcode.lock/owner" to ws-command
               call "system" using ws-command
               end-call
           else
               if ws-lock-try = 1
                   perform 97150-read-lock-owner
                   display "geekpublish: waiting for the run lock held "
                       "by " ws-lock-owner "..."
                   end-display
               end-if
               move "sleep 2" to ws-command
               call "system" using ws-command
               end-call
           end-if.

       97100-release-lock.
           if ws-lock-held
               move "rm -r geekcode.lock" to ws-command
               call "system" using ws-command
               end-call
               move "n" to ws-lock-flag
           end-if.

       97150-read-lock-owner.
           move spaces to ws-lock-owner
           move "n"    to ws-lock-eof-flag
           open input geek-lock-owner
           read geek-lock-owner into ws-lock-owner
               at end set ws-lock-eof to true
           end-read
           close geek-lock-owner
           if ws-lock-owner = spaces
               move "another run" to ws-lock-owner
           end-if.

       identification division.
       program-id. geekpurge.
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
      *   geekpurge applies the records-retention policy to people     *
      *   who have left.  A TERM through geekhrsync (or geekmast       *
      *   -delete) only removes the geekcode.mst record; every older   *
      *   copy of the profile stays on file.  "geekpurge MONTHS"       *
      *   picks each employee whose last geekcode.audit "delete"       *
      *   record is more than MONTHS months old, with nothing on the   *
      *   audit trail since (a rehire under the same id is left        *
      *   alone), and removes them from:                               *
      *                                                                *
      *     - geekcode.sig, geekcode.hist and geekcode.roster - every  *
      *       block whose tag line carries the id;                     *
      *     - geekcode.sig.rej - every quarantined unit naming them;   *
      *     - geekcode.worklist and geekcode.qualwork - their lines;   *
      *     - geekcode.pend - their staged changes awaiting approval;  *
      *     - geekcode.pend.rpt - the rejected and expired rows        *
      *       naming them;                                             *
      *     - geekcode.import.held - blocks held under their header;   *
      *     - geekcode.audit - their whole history, replaced by one    *
      *       tombstone record, mode "purge": the id, the purge        *
      *       stamp and the termination date, nothing else.            *
      *                                                                *
      *   Each file is rewritten through its own .new copy under the   *
      *   geekcode.lock run lock.  A purge certificate - each person,  *
      *   the termination date and the records removed per file - is   *
      *   displayed and appended to geekcode.purge for Legal.          *
      *   "-trial" prints the same certificate, marked TRIAL, and      *
      *   changes nothing, so the list can be approved first.  No      *
      *   geekbackup generation is taken: the point of the run is      *
      *   that the data goes, and the generations already on file age  *
      *   out under their own -keep.                                   *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-in     assign to "geekcode.sig"
                                       organization is line sequential.
           select geek-in-new          assign to "geekcode.sig.new"
                                       organization is line sequential.
           select optional geek-hist   assign to "geekcode.hist"
                                       organization is line sequential.
           select geek-hist-new        assign to "geekcode.hist.new"
                                       organization is line sequential.
           select optional geek-roster assign to "geekcode.roster"
                                       organization is line sequential.
           select geek-roster-new      assign to "geekcode.roster.new"
                                       organization is line sequential.
           select optional geek-rej    assign to "geekcode.sig.rej"
                                       organization is line sequential.
           select geek-rej-new         assign to "geekcode.sig.rej.new"
                                       organization is line sequential.
           select optional geek-work   assign to "geekcode.worklist"
                                       organization is line sequential.
           select geek-work-new        assign to "geekcode.worklist.new"
                                       organization is line sequential.
           select optional geek-qual   assign to "geekcode.qualwork"
                                       organization is line sequential.
           select geek-qual-new        assign to "geekcode.qualwork.new"
                                       organization is line sequential.
           select optional geek-pend   assign to "geekcode.pend"
                                       organization is line sequential.
           select geek-pend-new        assign to "geekcode.pend.new"
                                       organization is line sequential.
           select optional geek-prpt   assign to "geekcode.pend.rpt"
                                       organization is line sequential.
           select geek-prpt-new        assign to "geekcode.pend.rpt.new"
                                       organization is line sequential.
           select optional geek-held   assign to "geekcode.import.held"
                                       organization is line sequential.
           select geek-held-new        assign to
                                       "geekcode.import.held.new"
                                       organization is line sequential.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select geek-audit-new       assign to "geekcode.audit.new"
                                       organization is line sequential.
           select optional geek-cert   assign to "geekcode.purge"
                                       organization is line sequential.
           select optional geek-lock-owner
                                       assign to "geekcode.lock/owner"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-in.
       01  geek-in-rec                 pic x(80).

       fd  geek-in-new.
       01  geek-in-new-rec             pic x(80).

       fd  geek-hist.
       01  geek-hist-rec               pic x(80).

       fd  geek-hist-new.
       01  geek-hist-new-rec           pic x(80).

       fd  geek-roster.
       01  geek-roster-rec             pic x(80).

       fd  geek-roster-new.
       01  geek-roster-new-rec         pic x(80).

       fd  geek-rej.
       01  geek-rej-rec                pic x(120).

       fd  geek-rej-new.
       01  geek-rej-new-rec            pic x(120).

       fd  geek-work.
       01  geek-work-rec               pic x(240).

       fd  geek-work-new.
       01  geek-work-new-rec           pic x(240).

       fd  geek-qual.
       01  geek-qual-rec               pic x(240).

       fd  geek-qual-new.
       01  geek-qual-new-rec           pic x(240).

       fd  geek-pend.
       01  geek-pend-rec               pic x(120).

       fd  geek-pend-new.
       01  geek-pend-new-rec           pic x(120).

       fd  geek-prpt.
       01  geek-prpt-rec               pic x(200).

       fd  geek-prpt-new.
       01  geek-prpt-new-rec           pic x(200).

       fd  geek-held.
       01  geek-held-rec               pic x(160).

       fd  geek-held-new.
       01  geek-held-new-rec           pic x(160).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-audit-new.
       01  geek-audit-new-rec          pic x(160).

       fd  geek-cert.
       01  geek-cert-rec               pic x(132).

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).

       working-storage section.

       77  ws-command                  pic x(160)    value spaces.
       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-ptr                   pic 9(3)      value 1.
       77  ws-cl-len                   pic 9(3)      value zeroes.
       77  ws-return-sys-code          pic 9(8) comp value zeroes.

       77  ws-cur-date                 pic 9(8)      value zeroes.
       77  ws-cur-time                 pic 9(8)      value zeroes.
       77  ws-run-stamp                pic x(19)     value spaces.

       01  ws-trial-flag               pic x         value "n".
           88  ws-trial-mode                          value "y".

      *-----------------------------------------------------------------
      * The retention period in months and the cutoff it gives: a
      * termination dated before the cutoff is past retention.  The
      * month is stepped back on a running month count; the day is
      * carried over as it is, since a "2026-02-31" cutoff still
      * compares correctly against real yyyy-mm-dd stamps.
      *-----------------------------------------------------------------
       77  ws-months                   pic 9(03)     value zeroes.
       77  ws-month-cnt                pic 9(06)     value zeroes.
       77  ws-cut-yyyy                 pic 9(04)     value zeroes.
       77  ws-cut-mm                   pic 9(02)     value zeroes.
       77  ws-cutoff                   pic x(10)     value spaces.

      *-----------------------------------------------------------------
      * Per employee with a "delete" on the audit trail: the id, the
      * stamp of the last one, whether anything was audited for them
      * after it (a rehire), whether they are being purged, and the
      * records removed per file - sig, hist, roster, rej, worklist,
      * qualwork, pend, pend.rpt, held, audit, in certificate column
      * order.
      *-----------------------------------------------------------------
       77  ws-term-cnt                 pic 9(04)     value zeroes.
       77  ws-term-ix                  pic 9(04)     value zeroes.
       77  ws-purge-cnt                pic 9(04)     value zeroes.

       01  ws-term-tab.
           05  ws-term-entry           occurs 500 times.
               10  ws-term-emp         pic x(20)     value spaces.
               10  ws-term-stamp       pic x(19)     value spaces.
               10  ws-term-later       pic x         value "n".
               10  ws-term-purge       pic x         value "n".
               10  ws-term-rm          pic 9(05)     occurs 10 times
                                                     value zeroes.

       01  ws-term-found-flag          pic x         value "n".
           88  ws-term-found                          value "y".

       77  ws-file-ix                  pic 9(02)     value zeroes.

       01  ws-tot-rm-tab.
           05  ws-tot-rm               pic 9(05)     occurs 10 times
                                                     value zeroes.

       77  ws-emp-id                   pic x(20)     value spaces.

      *-----------------------------------------------------------------
      * geekcode.audit, split on its "|" separators.
      *-----------------------------------------------------------------
       01  ws-audit-eof-flag           pic x         value "n".
           88  ws-audit-eof                           value "y".

       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-aud-emp                  pic x(20)     value spaces.
       77  ws-aud-stamp                pic x(19)     value spaces.
       77  ws-aud-mode                 pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * The block files (sig, hist, roster) are walked with the usual
      * eight-slot collector and held-tag resync; ws-blk-file says
      * which of the three the shared paragraphs are reading.
      *-----------------------------------------------------------------
       77  ws-blk-file                 pic 9         value zeroes.

       01  ws-sig-eof-flag             pic x         value "n".
           88  ws-sig-eof                             value "y".

       77  ws-sig-line                 pic x(80)     value spaces.
       77  ws-block-cnt                pic 9(02)     value zeroes.
       77  ws-block-ix                 pic 9(02)     value zeroes.
       77  ws-park-line                pic x(80)     value spaces.

       01  ws-block-buf.
           05  ws-block-line           pic x(80)     occurs 8 times.

       01  ws-hold-flag                pic x         value "n".
           88  ws-hold-tag                            value "y".

      *-----------------------------------------------------------------
      * One geekcode.sig.rej unit - the REJECT line, the block lines
      * behind it and the blank separator, geekrepair's unit shape.
      * The unit belongs to whoever its tag line, or failing that the
      * "employee '...'" on the REJECT line, names.
      *-----------------------------------------------------------------
       01  ws-rej-eof-flag             pic x         value "n".
           88  ws-rej-eof                             value "y".

       77  ws-rej-line                 pic x(120)    value spaces.
       77  ws-unit-cnt                 pic 9(02)     value zeroes.
       77  ws-unit-ix                  pic 9(02)     value zeroes.
       77  ws-unit-owner               pic x(20)     value spaces.
       77  ws-rej-junk                 pic x(120)    value spaces.

       01  ws-unit-tab.
           05  ws-unit-line            pic x(120)    occurs 12 times.

       01  ws-work-eof-flag            pic x         value "n".
           88  ws-work-eof                            value "y".

       77  ws-work-line                pic x(240)    value spaces.

       01  ws-qual-eof-flag            pic x         value "n".
           88  ws-qual-eof                            value "y".

       77  ws-qual-line                pic x(240)    value spaces.

      *-----------------------------------------------------------------
      * geekcode.pend is geekmast's fixed-column staging record, the
      * employee id in columns 42-61.  geekcode.import.held is
      * geekimport's "id dept" header line followed by the block as
      * pasted, BEGIN to END; the header decides the whole block, and
      * a block held for want of a header belongs to no one.
      * geekcode.pend.rpt is geekapprove's report: a blank line and a
      * heading per run, then rows with the disposition in columns
      * 1-9, the operator in 31-50 and the employee id in 52-71.
      *-----------------------------------------------------------------
       01  ws-pend-eof-flag            pic x         value "n".
           88  ws-pend-eof                            value "y".

       77  ws-pend-line                pic x(120)    value spaces.

       01  ws-prpt-eof-flag            pic x         value "n".
           88  ws-prpt-eof                            value "y".

       77  ws-prpt-line                pic x(200)    value spaces.

       01  ws-held-eof-flag            pic x         value "n".
           88  ws-held-eof                            value "y".

       01  ws-held-block-flag          pic x         value "n".
           88  ws-held-in-block                       value "y".

       01  ws-held-drop-flag           pic x         value "n".
           88  ws-held-drop                           value "y".

       77  ws-held-line                pic x(160)    value spaces.
       77  ws-held-junk                pic x(20)     value spaces.

      *-----------------------------------------------------------------
      * Certificate lines, displayed and appended to geekcode.purge.
      *-----------------------------------------------------------------
       77  ws-cert-line                pic x(132)    value spaces.

       01  ws-cert-row.
           05  ws-row-emp              pic x(20).
           05  filler                  pic x(02)     value spaces.
           05  ws-row-term             pic x(10).
           05  ws-row-cnt-entry        occurs 10 times.
               10  filler              pic x(02).
               10  ws-row-cnt          pic zzzz9.
           05  filler                  pic x(30)     value spaces.

      *-----------------------------------------------------------------
      * The same geekcode.lock run lock geekcode takes; a trial run
      * writes nothing but the certificate and goes without it.
      *-----------------------------------------------------------------
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
           perform 10100-set-cutoff
           if not ws-trial-mode
               perform 97000-acquire-lock
           end-if.

       10100-set-cutoff.
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

           move ws-cur-date (1:4) to ws-cut-yyyy
           move ws-cur-date (5:2) to ws-cut-mm
           compute ws-month-cnt = ws-cut-yyyy * 12 + ws-cut-mm - 1
                                - ws-months
           divide ws-month-cnt by 12 giving ws-cut-yyyy
               remainder ws-cut-mm
           add 1 to ws-cut-mm
           move spaces to ws-cutoff
           string ws-cut-yyyy       delimited by size
                  "-"               delimited by size
                  ws-cut-mm         delimited by size
                  "-"               delimited by size
                  ws-cur-date (7:2) delimited by size
               into ws-cutoff
           end-string.

       20000-process.
           perform 21000-survey-audit
           perform 21500-pick-purges varying ws-term-ix from 1 by 1
               until ws-term-ix > ws-term-cnt
           if ws-purge-cnt > 0
               move 1 to ws-blk-file
               perform 22000-purge-block-file
               move 2 to ws-blk-file
               perform 22000-purge-block-file
               move 3 to ws-blk-file
               perform 22000-purge-block-file
               perform 23000-purge-rej
               perform 24000-purge-worklist
               perform 24300-purge-qualwork
               perform 24500-purge-pend
               perform 24600-purge-pend-rpt
               perform 24700-purge-held
               perform 25000-purge-audit
           end-if
           perform 28000-print-certificate
           perform 20900-summary.

      *-----------------------------------------------------------------
      * The audit trail is in the order it was written, so walking it
      * front to back leaves each employee's last "delete" in the
      * table and flags any record of theirs written after it.  A
      * "purge" tombstone is the end of the story and is skipped.
      *-----------------------------------------------------------------
       21000-survey-audit.
           move "n"    to ws-audit-eof-flag
           move zeroes to ws-term-cnt
           open input geek-audit
           perform 21100-read-audit-line
           perform 21200-survey-audit-line until ws-audit-eof
           close geek-audit.

       21100-read-audit-line.
           read geek-audit into ws-audit-line
               at end set ws-audit-eof to true
           end-read.

       21200-survey-audit-line.
           move spaces to ws-aud-emp ws-aud-stamp ws-aud-mode
           unstring ws-audit-line delimited by "|"
               into ws-aud-emp ws-aud-stamp ws-aud-mode
           end-unstring
           move ws-aud-emp to ws-emp-id
           perform 26000-find-term

           if ws-aud-mode = "delete"
               perform 21300-note-termination
           else
               if ws-aud-mode not = "purge" and ws-term-found
                   move "y" to ws-term-later (ws-term-ix)
               end-if
           end-if

           perform 21100-read-audit-line.

       21300-note-termination.
           if ws-term-found
               move ws-aud-stamp to ws-term-stamp (ws-term-ix)
               move "n"          to ws-term-later (ws-term-ix)
           else if ws-term-cnt < 500
               add 1 to ws-term-cnt
               move ws-aud-emp   to ws-term-emp (ws-term-cnt)
               move ws-aud-stamp to ws-term-stamp (ws-term-cnt)
           else
               display "geekpurge: more than 500 terminated "
                   "employees on 'geekcode.audit' - aborting."
               end-display
               perform 30000-cleanup
           end-if.

       21500-pick-purges.
           if ws-term-later (ws-term-ix) = "n"
               and ws-term-stamp (ws-term-ix) (1:10) < ws-cutoff
               move "y" to ws-term-purge (ws-term-ix)
               add 1 to ws-purge-cnt
           end-if.

      *-----------------------------------------------------------------
      * 22000-purge-block-file copies one of the three block files to
      * its .new copy, leaving out every whole block a purged id's
      * tag line starts.  Lines outside any block go through as they
      * are.  A trial run reads and counts only.
      *-----------------------------------------------------------------
       22000-purge-block-file.
           move "n" to ws-sig-eof-flag
           perform 22010-open-block-file
           perform 22020-read-block-file
           perform 22100-route-line until ws-sig-eof
           perform 22030-close-block-file.

       22010-open-block-file.
           if ws-blk-file = 1
               open input geek-in
               if not ws-trial-mode
                   open output geek-in-new
               end-if
           else if ws-blk-file = 2
               open input geek-hist
               if not ws-trial-mode
                   open output geek-hist-new
               end-if
           else
               open input geek-roster
               if not ws-trial-mode
                   open output geek-roster-new
               end-if
           end-if.

       22020-read-block-file.
           if ws-blk-file = 1
               read geek-in into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           else if ws-blk-file = 2
               read geek-hist into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           else
               read geek-roster into ws-sig-line
                   at end set ws-sig-eof to true
               end-read
           end-if.

       22030-close-block-file.
           if ws-blk-file = 1
               close geek-in
               if not ws-trial-mode
                   close geek-in-new
                   move "mv geekcode.sig.new geekcode.sig" to ws-command
                   call "system" using ws-command
                   end-call
               end-if
           else if ws-blk-file = 2
               close geek-hist
               if not ws-trial-mode
                   close geek-hist-new
                   move "mv geekcode.hist.new geekcode.hist"
                       to ws-command
                   call "system" using ws-command
                   end-call
               end-if
           else
               close geek-roster
               if not ws-trial-mode
                   close geek-roster-new
                   move "mv geekcode.roster.new geekcode.roster"
                       to ws-command
                   call "system" using ws-command
                   end-call
               end-if
           end-if.

       22040-write-block-file.
           if ws-trial-mode
               continue
           else if ws-blk-file = 1
               write geek-in-new-rec from ws-sig-line
               end-write
           else if ws-blk-file = 2
               write geek-hist-new-rec from ws-sig-line
               end-write
           else
               write geek-roster-new-rec from ws-sig-line
               end-write
           end-if.

       22100-route-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               perform 22200-collect-block
               perform 26000-find-term
               if ws-term-found
                   and ws-term-purge (ws-term-ix) = "y"
                   add ws-block-cnt
                       to ws-term-rm (ws-term-ix, ws-blk-file)
               else
                   perform 22300-write-block-line
                       varying ws-block-ix from 1 by 1
                       until ws-block-ix > ws-block-cnt
               end-if
               if ws-hold-tag
                   continue
               else
                   if not ws-sig-eof
                       perform 22020-read-block-file
                   end-if
               end-if
           else
               perform 22040-write-block-file
               perform 22020-read-block-file
           end-if.

       22200-collect-block.
           move "n" to ws-hold-flag
           move 1   to ws-block-cnt
           move ws-sig-line to ws-block-line (1)
           perform 22210-collect-block-line
               until ws-block-cnt = 8 or ws-sig-eof or ws-hold-tag.

       22210-collect-block-line.
           perform 22020-read-block-file
           if not ws-sig-eof
               if ws-sig-line (1:10) = "Employee: "
                   set ws-hold-tag to true
               else
                   add 1 to ws-block-cnt
                   move ws-sig-line to ws-block-line (ws-block-cnt)
               end-if
           end-if.

      *-----------------------------------------------------------------
      * The held line (if any) is parked while the block is written
      * through the shared write paragraph, then put back.
      *-----------------------------------------------------------------
       22300-write-block-line.
           move ws-sig-line to ws-park-line
           move ws-block-line (ws-block-ix) to ws-sig-line
           perform 22040-write-block-file
           move ws-park-line to ws-sig-line.

      *-----------------------------------------------------------------
      * geekcode.sig.rej, unit by unit.  A unit runs from its REJECT
      * line to the blank separator, or to the next REJECT line if a
      * hand edit lost the separator; a line outside any unit goes
      * through as it is.
      *-----------------------------------------------------------------
       23000-purge-rej.
           move "n"    to ws-rej-eof-flag
           move zeroes to ws-unit-cnt
           open input geek-rej
           if not ws-trial-mode
               open output geek-rej-new
           end-if
           perform 23100-read-rej-line
           perform 23200-route-rej-line until ws-rej-eof
           if ws-unit-cnt > 0
               perform 23300-close-unit
           end-if
           close geek-rej
           if not ws-trial-mode
               close geek-rej-new
               move "mv geekcode.sig.rej.new geekcode.sig.rej"
                   to ws-command
               call "system" using ws-command
               end-call
           end-if.

       23100-read-rej-line.
           read geek-rej into ws-rej-line
               at end set ws-rej-eof to true
           end-read.

       23200-route-rej-line.
           perform 23250-file-rej-line
           perform 23100-read-rej-line.

       23250-file-rej-line.
           if ws-rej-line (1:8) = "REJECT: "
               if ws-unit-cnt > 0
                   perform 23300-close-unit
               end-if
               move 1 to ws-unit-cnt
               move ws-rej-line to ws-unit-line (1)
           else if ws-unit-cnt = 0
               if not ws-trial-mode
                   write geek-rej-new-rec from ws-rej-line
                   end-write
               end-if
           else
               add 1 to ws-unit-cnt
               move ws-rej-line to ws-unit-line (ws-unit-cnt)
               if ws-rej-line = spaces or ws-unit-cnt = 12
                   perform 23300-close-unit
               end-if
           end-if.

       23300-close-unit.
           perform 23310-find-unit-owner
           move ws-unit-owner to ws-emp-id
           perform 26000-find-term
           if ws-unit-owner not = spaces
               and ws-term-found
               and ws-term-purge (ws-term-ix) = "y"
               add ws-unit-cnt to ws-term-rm (ws-term-ix, 4)
           else
               if not ws-trial-mode
                   perform 23320-write-unit-line
                       varying ws-unit-ix from 1 by 1
                       until ws-unit-ix > ws-unit-cnt
               end-if
           end-if
           move zeroes to ws-unit-cnt.

       23310-find-unit-owner.
           move spaces to ws-unit-owner
           perform 23315-check-unit-line
               varying ws-unit-ix from 2 by 1
               until ws-unit-ix > ws-unit-cnt
                   or ws-unit-owner not = spaces
           if ws-unit-owner = spaces
               move spaces to ws-rej-junk
               unstring ws-unit-line (1) delimited by " - employee '"
                   into ws-rej-junk ws-unit-owner
               end-unstring
               if ws-unit-owner not = spaces
                   inspect ws-unit-owner replacing first "'" by space
               end-if
           end-if.

       23315-check-unit-line.
           if ws-unit-line (ws-unit-ix) (1:10) = "Employee: "
               move ws-unit-line (ws-unit-ix) (11:20) to ws-unit-owner
           end-if.

       23320-write-unit-line.
           write geek-rej-new-rec from ws-unit-line (ws-unit-ix)
           end-write.

      *-----------------------------------------------------------------
      * geekcode.worklist lines start with the id, space-delimited
      * (an id with an embedded space never gets a line).
      *-----------------------------------------------------------------
       24000-purge-worklist.
           move "n" to ws-work-eof-flag
           open input geek-work
           if not ws-trial-mode
               open output geek-work-new
           end-if
           perform 24100-read-work-line
           perform 24200-route-work-line until ws-work-eof
           close geek-work
           if not ws-trial-mode
               close geek-work-new
               move "mv geekcode.worklist.new geekcode.worklist"
                   to ws-command
               call "system" using ws-command
               end-call
           end-if.

       24100-read-work-line.
           read geek-work into ws-work-line
               at end set ws-work-eof to true
           end-read.

       24200-route-work-line.
           move spaces to ws-emp-id
           unstring ws-work-line delimited by all space
               into ws-emp-id
           end-unstring
           perform 26000-find-term
           if ws-emp-id not = spaces
               and ws-term-found
               and ws-term-purge (ws-term-ix) = "y"
               add 1 to ws-term-rm (ws-term-ix, 5)
           else
               if not ws-trial-mode
                   write geek-work-new-rec from ws-work-line
                   end-write
               end-if
           end-if

           perform 24100-read-work-line.

      *-----------------------------------------------------------------
      * geekcode.qualwork is geekqual's worklist, in the same shape.
      *-----------------------------------------------------------------
       24300-purge-qualwork.
           move "n" to ws-qual-eof-flag
           open input geek-qual
           if not ws-trial-mode
               open output geek-qual-new
           end-if
           perform 24310-read-qual-line
           perform 24320-route-qual-line until ws-qual-eof
           close geek-qual
           if not ws-trial-mode
               close geek-qual-new
               move "mv geekcode.qualwork.new geekcode.qualwork"
                   to ws-command
               call "system" using ws-command
               end-call
           end-if.

       24310-read-qual-line.
           read geek-qual into ws-qual-line
               at end set ws-qual-eof to true
           end-read.

       24320-route-qual-line.
           move spaces to ws-emp-id
           unstring ws-qual-line delimited by all space
               into ws-emp-id
           end-unstring
           perform 26000-find-term
           if ws-emp-id not = spaces
               and ws-term-found
               and ws-term-purge (ws-term-ix) = "y"
               add 1 to ws-term-rm (ws-term-ix, 6)
           else
               if not ws-trial-mode
                   write geek-qual-new-rec from ws-qual-line
                   end-write
               end-if
           end-if

           perform 24310-read-qual-line.

      *-----------------------------------------------------------------
      * geekcode.pend loses every staged item naming a purged id.
      *-----------------------------------------------------------------
       24500-purge-pend.
           move "n" to ws-pend-eof-flag
           open input geek-pend
           if not ws-trial-mode
               open output geek-pend-new
           end-if
           perform 24510-read-pend-line
           perform 24520-route-pend-line until ws-pend-eof
           close geek-pend
           if not ws-trial-mode
               close geek-pend-new
               move "mv geekcode.pend.new geekcode.pend"
                   to ws-command
               call "system" using ws-command
               end-call
           end-if.

       24510-read-pend-line.
           read geek-pend into ws-pend-line
               at end set ws-pend-eof to true
           end-read.

       24520-route-pend-line.
           move ws-pend-line (42:20) to ws-emp-id
           perform 26000-find-term
           if ws-emp-id not = spaces
               and ws-term-found
               and ws-term-purge (ws-term-ix) = "y"
               add 1 to ws-term-rm (ws-term-ix, 7)
           else
               if not ws-trial-mode
                   write geek-pend-new-rec from ws-pend-line
                   end-write
               end-if
           end-if

           perform 24510-read-pend-line.

      *-----------------------------------------------------------------
      * geekcode.pend.rpt loses the REJECTED and EXPIRED rows naming a
      * purged id; blank and heading lines go through as they are.
      *-----------------------------------------------------------------
       24600-purge-pend-rpt.
           move "n" to ws-prpt-eof-flag
           open input geek-prpt
           if not ws-trial-mode
               open output geek-prpt-new
           end-if
           perform 24610-read-prpt-line
           perform 24620-route-prpt-line until ws-prpt-eof
           close geek-prpt
           if not ws-trial-mode
               close geek-prpt-new
               move "mv geekcode.pend.rpt.new geekcode.pend.rpt"
                   to ws-command
               call "system" using ws-command
               end-call
           end-if.

       24610-read-prpt-line.
           read geek-prpt into ws-prpt-line
               at end set ws-prpt-eof to true
           end-read.

       24620-route-prpt-line.
           move spaces to ws-emp-id
           if ws-prpt-line (1:9) = "REJECTED " or "EXPIRED  "
               move ws-prpt-line (52:20) to ws-emp-id
           end-if
           perform 26000-find-term
           if ws-emp-id not = spaces
               and ws-term-found
               and ws-term-purge (ws-term-ix) = "y"
               add 1 to ws-term-rm (ws-term-ix, 8)
           else
               if not ws-trial-mode
                   write geek-prpt-new-rec from ws-prpt-line
                   end-write
               end-if
           end-if

           perform 24610-read-prpt-line.

      *-----------------------------------------------------------------
      * geekcode.import.held, header by header.  A blank line outside
      * a block goes through as it is.
      *-----------------------------------------------------------------
       24700-purge-held.
           move "n" to ws-held-eof-flag ws-held-block-flag
                       ws-held-drop-flag
           open input geek-held
           if not ws-trial-mode
               open output geek-held-new
           end-if
           perform 24710-read-held-line
           perform 24720-route-held-line until ws-held-eof
           close geek-held
           if not ws-trial-mode
               close geek-held-new
               move "mv geekcode.import.held.new geekcode.import.held"
                   to ws-command
               call "system" using ws-command
               end-call
           end-if.

       24710-read-held-line.
           read geek-held into ws-held-line
               at end set ws-held-eof to true
           end-read.

       24720-route-held-line.
           if ws-held-in-block
               if ws-held-line (1:24) = "-----END GEEK CODE BLOCK"
                   move "n" to ws-held-block-flag
                   perform 24740-keep-or-drop
                   move "n" to ws-held-drop-flag
               else
                   perform 24740-keep-or-drop
               end-if
           else if ws-held-line (1:26) = "-----BEGIN GEEK CODE BLOCK"
               set ws-held-in-block to true
               perform 24740-keep-or-drop
           else if ws-held-line = spaces
               perform 24750-keep-held-line
           else
               perform 24730-take-held-header
               perform 24740-keep-or-drop
           end-if.

           perform 24710-read-held-line.

       24730-take-held-header.
           move spaces to ws-emp-id ws-held-junk
           if ws-held-line (1:1) = space
               unstring ws-held-line delimited by all space
                   into ws-held-junk ws-emp-id
               end-unstring
           else
               unstring ws-held-line delimited by all space
                   into ws-emp-id
               end-unstring
           end-if
           move "n" to ws-held-drop-flag
           perform 26000-find-term
           if ws-term-found
               and ws-term-purge (ws-term-ix) = "y"
               set ws-held-drop to true
           end-if.

       24740-keep-or-drop.
           if ws-held-drop
               add 1 to ws-term-rm (ws-term-ix, 9)
           else
               perform 24750-keep-held-line
           end-if.

       24750-keep-held-line.
           if not ws-trial-mode
               write geek-held-new-rec from ws-held-line
               end-write
           end-if.

      *-----------------------------------------------------------------
      * geekcode.audit keeps everything but the purged ids' records;
      * each purged id then gets its one tombstone at the end.
      *-----------------------------------------------------------------
       25000-purge-audit.
           move "n" to ws-audit-eof-flag
           open input geek-audit
           if not ws-trial-mode
               open output geek-audit-new
           end-if
           perform 21100-read-audit-line
           perform 25100-route-audit-line until ws-audit-eof
           close geek-audit
           if not ws-trial-mode
               perform 25200-write-tombstone
                   varying ws-term-ix from 1 by 1
                   until ws-term-ix > ws-term-cnt
               close geek-audit-new
               move "mv geekcode.audit.new geekcode.audit"
                   to ws-command
               call "system" using ws-command
               end-call
           end-if.

       25100-route-audit-line.
           move ws-audit-line (1:20) to ws-emp-id
           perform 26000-find-term
           if ws-term-found
               and ws-term-purge (ws-term-ix) = "y"
               add 1 to ws-term-rm (ws-term-ix, 10)
           else
               if not ws-trial-mode
                   write geek-audit-new-rec from ws-audit-line
                   end-write
               end-if
           end-if

           perform 21100-read-audit-line.

       25200-write-tombstone.
           if ws-term-purge (ws-term-ix) = "y"
               move spaces to ws-audit-line
               string ws-term-emp (ws-term-ix)  delimited by size
                      "|"                       delimited by size
                      ws-run-stamp              delimited by size
                      "|purge|term|"            delimited by size
                      ws-term-stamp (ws-term-ix) (1:10)
                                                delimited by size
                      "|"                       delimited by size
                   into ws-audit-line
               end-string
               write geek-audit-new-rec from ws-audit-line
               end-write
           end-if.

      *-----------------------------------------------------------------
      * 26000-find-term looks ws-emp-id up in the termination table
      * and leaves ws-term-ix on its entry when ws-term-found is set.
      *-----------------------------------------------------------------
       26000-find-term.
           move "n" to ws-term-found-flag
           perform 26100-match-term varying ws-term-ix from 1 by 1
               until ws-term-ix > ws-term-cnt or ws-term-found
           if ws-term-found
               subtract 1 from ws-term-ix
           end-if.

       26100-match-term.
           if ws-term-emp (ws-term-ix) = ws-emp-id
               set ws-term-found to true
           end-if.

      *-----------------------------------------------------------------
      * The certificate: a heading with the run stamp, retention and
      * cutoff, one row per person purged, the file totals, and a
      * sign-off line.
      *-----------------------------------------------------------------
       28000-print-certificate.
           open extend geek-cert
           move all "=" to ws-cert-line (1:102)
           perform 29000-put-line
           if ws-trial-mode
               move "GEEKCODE RETENTION PURGE CERTIFICATE - TRIAL RUN, "
                   & "NOTHING REMOVED" to ws-cert-line
           else
               move "GEEKCODE RETENTION PURGE CERTIFICATE"
                   to ws-cert-line
           end-if
           perform 29000-put-line
           string "Run: "               delimited by size
                  ws-run-stamp          delimited by size
                  "   Retention: "      delimited by size
                  ws-months             delimited by size
                  " months   Terminated before: "
                                        delimited by size
                  ws-cutoff             delimited by size
               into ws-cert-line
           end-string
           perform 29000-put-line
           perform 29000-put-line
           move "Employee id           Terminated    sig   hist roster"
               & "    rej   work   qual   pend    rpt   held  audit"
               to ws-cert-line
           perform 29000-put-line
           move "--------------------  ----------  -----  -----  -----"
               & "  -----  -----  -----  -----  -----  -----  -----"
               to ws-cert-line
           perform 29000-put-line

           perform 28100-print-one-row varying ws-term-ix from 1 by 1
               until ws-term-ix > ws-term-cnt

           move "--------------------  ----------  -----  -----  -----"
               & "  -----  -----  -----  -----  -----  -----  -----"
               to ws-cert-line
           perform 29000-put-line
           move spaces to ws-cert-row
           move "Total records"     to ws-row-emp
           perform 28200-move-total varying ws-file-ix from 1 by 1
               until ws-file-ix > 10
           move ws-cert-row to ws-cert-line
           perform 29000-put-line
           perform 29000-put-line
           string ws-purge-cnt        delimited by size
                  " employee(s) "     delimited by size
                  "past retention."   delimited by size
               into ws-cert-line
           end-string
           perform 29000-put-line
           perform 29000-put-line
           move "Approved for Legal: ______________________   "
               & "Date: __________" to ws-cert-line
           perform 29000-put-line
           perform 29000-put-line
           close geek-cert.

       28100-print-one-row.
           if ws-term-purge (ws-term-ix) = "y"
               move spaces to ws-cert-row
               move ws-term-emp (ws-term-ix)         to ws-row-emp
               move ws-term-stamp (ws-term-ix) (1:10) to ws-row-term
               perform 28110-move-count varying ws-file-ix from 1 by 1
                   until ws-file-ix > 10
               move ws-cert-row to ws-cert-line
               perform 29000-put-line
           end-if.

       28110-move-count.
           move ws-term-rm (ws-term-ix, ws-file-ix)
               to ws-row-cnt (ws-file-ix)
           add ws-term-rm (ws-term-ix, ws-file-ix)
               to ws-tot-rm (ws-file-ix).

       28200-move-total.
           move ws-tot-rm (ws-file-ix) to ws-row-cnt (ws-file-ix).

       29000-put-line.
           display ws-cert-line end-display
           write geek-cert-rec from ws-cert-line
           end-write
           move spaces to ws-cert-line.

       20900-summary.
           display " " end-display
           if ws-trial-mode
               display "geekpurge: trial run - " ws-purge-cnt
                   " employee(s) would be purged; nothing changed."
               end-display
           else
               display "geekpurge: " ws-purge-cnt " employee(s) purged;"
                   " certificate appended to 'geekcode.purge'."
               end-display
           end-if.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekpurge [-trial] MONTHS" end-display
               display " " end-display
               display "Removes employees whose audit 'delete' is "
                   "older than MONTHS months from"
               end-display
               display "geekcode.sig, .hist, .roster, .sig.rej, "
                   ".worklist, .qualwork, .pend, .pend.rpt,"
               end-display
               display ".import.held and .audit (one tombstone kept),"
               end-display
               display "and appends a purge certificate to "
                   "geekcode.purge."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -trial                Print the certificate"
                   " only; change nothing"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekpurge 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else if ws-cl-args = spaces
               display "geekpurge: a retention period in months is "
                   "required."
               end-display
               display "Try `geekpurge -h' for more information."
               end-display
               perform 94000-terminate
           else
               move 1 to ws-cl-ptr
               perform 93100-next-word
               if ws-cl-word1 = "-trial" or "--trial"
                   set ws-trial-mode to true
                   perform 93100-next-word
               end-if
               perform 93300-check-number
               move ws-cl-word1 (1:ws-cl-len) to ws-months
               if ws-months = 0
                   display "geekpurge: the retention period must be "
                       "at least one month."
                   end-display
                   perform 94000-terminate
               end-if
               perform 93100-next-word
               if ws-cl-word1 not = spaces
                   display "geekpurge: invalid option." end-display
                   display "Try `geekpurge -h' for more information."
                   end-display
                   perform 94000-terminate
               end-if
           end-if.

       93100-next-word.
           move spaces to ws-cl-word1
           if ws-cl-ptr <= length of ws-cl-args
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
           end-if.

       93300-check-number.
           move zeroes to ws-cl-len
           inspect ws-cl-word1 tallying ws-cl-len
               for characters before initial space
           if ws-cl-len = 0 or ws-cl-len > 3
               display "geekpurge: the retention period must be a "
                   "number of months (1-999)."
               end-display
               perform 94000-terminate
           end-if
           if ws-cl-word1 (1:ws-cl-len) not numeric
               display "geekpurge: '" ws-cl-word1 "' is not a number "
                   "of months."
               end-display
               perform 94000-terminate
           end-if.

       94000-terminate.
           goback.

       30000-cleanup.
           perform 97100-release-lock
           perform 94000-terminate.

      *-----------------------------------------------------------------
      * Run-lock paragraphs, the same shape as geekcode's own
      * 97000/97050/97100/97150.
      *-----------------------------------------------------------------
       97000-acquire-lock.
           move zeroes to ws-lock-try
           perform 97050-try-lock
               until ws-lock-held or ws-lock-try > 30
           if not ws-lock-held
               perform 97150-read-lock-owner
               display "geekpurge: gave up waiting for the run lock "
                   "held by " ws-lock-owner "."
               end-display
               display "geekpurge: if that run is gone, remove the "
                   "geekcode.lock directory and retry."
               end-display
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
                   display "geekpurge: waiting for the run lock held "
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

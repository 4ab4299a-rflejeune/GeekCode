       identification division.
       program-id. geekbackup.
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
      *   geekbackup keeps numbered generations of the roster data so  *
      *   a bad geekcat.map or a wrong OLD=NEW can be rolled back as   *
      *   one set.  A run copies geekcode.sig, geekcode.mst,           *
      *   geekcode.audit, geekcode.hist and geekcat.tbl together into  *
      *   geekcode.bak/genNNNNN, appends the generation to the         *
      *   catalog geekcode.bak/catalog - number, date, time, record    *
      *   counts per file and who took it - and drops the oldest       *
      *   generations beyond the number to keep (7 unless -keep says   *
      *   otherwise).  "-restore N" puts generation N back whole,      *
      *   after first taking a generation of what is on file now so    *
      *   the restore itself can be undone, and checks the restored    *
      *   record counts against the catalog.  "-list" prints the       *
      *   catalog.                                                     *
      *                                                                *
      *   Everything runs under the geekcode.lock run lock.  Inside    *
      *   geeknightly the chain marker says the lock is already held;  *
      *   geekmigrate and geekrename, which hold the lock themselves,  *
      *   run "geekbackup -held NAME" before they touch anything.      *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-sig    assign to "geekcode.sig"
                                       organization is line sequential.
           select optional geek-mast   assign to "geekcode.mst"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is mast-emp-id
                                       file status is ws-mast-status.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select optional geek-hist   assign to "geekcode.hist"
                                       organization is line sequential.
           select optional geek-cat    assign to "geekcat.tbl"
                                       organization is line sequential.
           select optional geek-gcat   assign to "geekcode.bak/catalog"
                                       organization is line sequential.
           select geek-gcat-new        assign to
                                       "geekcode.bak/catalog.new"
                                       organization is line sequential.
           select optional geek-lock-owner
                                       assign to "geekcode.lock/owner"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-sig.
       01  geek-input-rec              pic x(80).

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

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-hist.
       01  geek-hist-rec               pic x(80).

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).

       fd  geek-gcat.
       01  geek-gcat-rec               pic x(120).

       fd  geek-gcat-new.
       01  geek-gcat-new-rec           pic x(120).

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
       77  ws-mast-status              pic xx        value spaces.

      *-----------------------------------------------------------------
      * What this run was asked to do.  A plain run takes a
      * generation; -restore and -list are the other two.
      *-----------------------------------------------------------------
       01  ws-list-flag                pic x         value "n".
           88  ws-list-mode                           value "y".

       01  ws-restore-flag             pic x         value "n".
           88  ws-restore-mode                        value "y".

       01  ws-held-flag                pic x         value "n".
           88  ws-held-mode                           value "y".

       77  ws-keep                     pic 9(05)     value 7.
       77  ws-restore-gen              pic 9(05)     value zeroes.
       77  ws-taken-by                 pic x(20)     value "manual".

       01  ws-fail-flag                pic x         value "n".
           88  ws-backup-failed                       value "y".

      *-----------------------------------------------------------------
      * The five files a generation holds, in catalog column order.
      * The pattern is what the shell copies: the keyed master may
      * sit on disk as more than one file (data and index parts,
      * depending on the file handler), so it takes them all.
      *-----------------------------------------------------------------
       01  ws-file-def-tab.
           05  filler                  pic x(46)     value
               "geekcode.sig    geekcode.sig                  ".
           05  filler                  pic x(46)     value
               "geekcode.mst    geekcode.mst geekcode.mst.*   ".
           05  filler                  pic x(46)     value
               "geekcode.audit  geekcode.audit                ".
           05  filler                  pic x(46)     value
               "geekcode.hist   geekcode.hist                 ".
           05  filler                  pic x(46)     value
               "geekcat.tbl     geekcat.tbl                   ".

       01  ws-file-tab redefines ws-file-def-tab.
           05  ws-file-entry           occurs 5 times.
               10  ws-file-name        pic x(16).
               10  ws-file-pattern     pic x(30).

       77  ws-file-ix                  pic 9(02)     value zeroes.

      *-----------------------------------------------------------------
      * One catalog line: generation number, date, time, a record
      * count per file in ws-file-tab order, and who took it.
      *-----------------------------------------------------------------
       01  ws-gen-rec.
           05  ws-gen-no               pic 9(05).
           05  filler                  pic x         value "|".
           05  ws-gen-date             pic x(10).
           05  filler                  pic x         value "|".
           05  ws-gen-time             pic x(08).
           05  ws-gen-cnt-entry        occurs 5 times.
               10  filler              pic x.
               10  ws-gen-cnt          pic 9(07).
           05  filler                  pic x         value "|".
           05  ws-gen-by               pic x(20).
           05  filler                  pic x(34)     value spaces.

      *-----------------------------------------------------------------
      * The whole catalog, held while a generation is added or
      * dropped so it can be written back through catalog.new.
      *-----------------------------------------------------------------
       01  ws-gcat-eof-flag            pic x         value "n".
           88  ws-gcat-eof                            value "y".

       77  ws-gcat-line                pic x(120)    value spaces.
       77  ws-gcat-cnt                 pic 9(03)     value zeroes.
       77  ws-gcat-ix                  pic 9(03)     value zeroes.
       77  ws-gcat-hit                 pic 9(03)     value zeroes.
       77  ws-max-gen                  pic 9(05)     value zeroes.

       01  ws-gcat-tab.
           05  ws-gcat-entry           pic x(120)    occurs 200 times.

       77  ws-gen-dir                  pic x(40)     value spaces.
       77  ws-new-gen                  pic 9(05)     value zeroes.
       77  ws-drop-cnt                 pic 9(03)     value zeroes.

      *-----------------------------------------------------------------
      * Live record counts, one per file in ws-file-tab order, filled
      * by 25000-count-files; a restore compares them against the
      * catalog line of the generation it put back.
      *-----------------------------------------------------------------
       01  ws-live-cnt-tab.
           05  ws-live-cnt             pic 9(07)     occurs 5 times
                                                     value zeroes.

       01  ws-want-cnt-tab.
           05  ws-want-cnt             pic 9(07)     occurs 5 times
                                                     value zeroes.

       01  ws-count-eof-flag           pic x         value "n".
           88  ws-count-eof                           value "y".

       77  ws-mismatch-cnt             pic 9(02)     value zeroes.
       77  ws-cnt-ed                   pic z(6)9     value zeroes.

      *-----------------------------------------------------------------
      * The same geekcode.lock run lock geekcode takes, geekverify's
      * shape: the geeknightly chain marker, or -held from a caller
      * that already took it, means the lock is held on our behalf.
      * -held is still refused when no geekcode.lock is there at all.
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
           if not ws-list-mode
               perform 97000-acquire-lock
           end-if.

       20000-process.
           perform 21000-load-catalog
           if ws-list-mode
               perform 24000-list-catalog
           else
               if ws-restore-mode
                   perform 23000-restore-generation
               else
                   perform 22000-take-generation
                   if not ws-backup-failed
                       perform 22500-drop-old-generations
                       perform 21500-write-catalog
                   end-if
               end-if
           end-if
           perform 20900-summary.

      *-----------------------------------------------------------------
      * The catalog is read whole; the highest generation number on
      * it is the one the next generation follows.
      *-----------------------------------------------------------------
       21000-load-catalog.
           move "n"    to ws-gcat-eof-flag
           move zeroes to ws-gcat-cnt ws-max-gen
           open input geek-gcat
           perform 21100-read-gcat-line
           perform 21200-store-gcat-line until ws-gcat-eof
           close geek-gcat.

       21100-read-gcat-line.
           read geek-gcat into ws-gcat-line
               at end set ws-gcat-eof to true
           end-read.

       21200-store-gcat-line.
           if ws-gcat-line (1:5) numeric
               if ws-gcat-cnt < 200
                   add 1 to ws-gcat-cnt
                   move ws-gcat-line to ws-gcat-entry (ws-gcat-cnt)
                   if ws-gcat-line (1:5) > ws-max-gen
                       move ws-gcat-line (1:5) to ws-max-gen
                   end-if
               else
                   display "geekbackup: more than 200 generations in "
                       "'geekcode.bak/catalog' - aborting."
                   end-display
                   perform 30000-cleanup
               end-if
           end-if

           perform 21100-read-gcat-line.

       21500-write-catalog.
           open output geek-gcat-new
           perform 21510-write-gcat-line varying ws-gcat-ix from 1 by 1
               until ws-gcat-ix > ws-gcat-cnt
           close geek-gcat-new

           move "mv geekcode.bak/catalog.new geekcode.bak/catalog"
               to ws-command
           call "system" using ws-command
           end-call.

       21510-write-gcat-line.
           if ws-gcat-entry (ws-gcat-ix) not = spaces
               write geek-gcat-new-rec from ws-gcat-entry (ws-gcat-ix)
               end-write
           end-if.

      *-----------------------------------------------------------------
      * 22000-take-generation makes the next generation directory,
      * copies the five files into it, counts what it copied and adds
      * the catalog line.  A failed copy removes the half-made
      * directory so the catalog never names a generation that is not
      * whole.
      *-----------------------------------------------------------------
       22000-take-generation.
           compute ws-new-gen = ws-max-gen + 1
           move ws-new-gen to ws-gen-no
           perform 22100-build-gen-dir

           move spaces to ws-command
           string "mkdir -p " delimited by size
                  ws-gen-dir  delimited by space
               into ws-command
           end-string
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekbackup: cannot make '" ws-gen-dir "'."
               end-display
               set ws-backup-failed to true
           else
               perform 22200-copy-one-file varying ws-file-ix from 1
                   by 1 until ws-file-ix > 5 or ws-backup-failed
               if ws-backup-failed
                   move spaces to ws-command
                   string "rm -r " delimited by size
                          ws-gen-dir delimited by space
                       into ws-command
                   end-string
                   call "system" using ws-command
                   end-call
               else
                   perform 25000-count-files
                   perform 22300-add-catalog-line
               end-if
           end-if.

       22100-build-gen-dir.
           move spaces to ws-gen-dir
           string "geekcode.bak/gen" delimited by size
                  ws-gen-no          delimited by size
               into ws-gen-dir
           end-string.

       22200-copy-one-file.
           move spaces to ws-command
           string "for f in "              delimited by size
                  ws-file-pattern (ws-file-ix) delimited by "  "
                  "; do if test -f $f; then cp -p $f "
                                           delimited by size
                  ws-gen-dir               delimited by space
                  "/ || exit 1; fi; done"  delimited by size
               into ws-command
           end-string
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekbackup: copy of '"
                   ws-file-name (ws-file-ix) "' into '" ws-gen-dir
                   "' failed - generation abandoned."
               end-display
               set ws-backup-failed to true
           end-if.

       22300-add-catalog-line.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-gen-date ws-gen-time
           string ws-cur-date (1:4) delimited by size
                  "-"               delimited by size
                  ws-cur-date (5:2) delimited by size
                  "-"               delimited by size
                  ws-cur-date (7:2) delimited by size
               into ws-gen-date
           end-string
           string ws-cur-time (1:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (3:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (5:2) delimited by size
               into ws-gen-time
           end-string
           perform 22310-move-gen-count varying ws-file-ix from 1 by 1
               until ws-file-ix > 5
           move ws-taken-by to ws-gen-by

           if ws-gcat-cnt < 200
               add 1 to ws-gcat-cnt
               move ws-gen-rec to ws-gcat-entry (ws-gcat-cnt)
           end-if
           move ws-new-gen to ws-max-gen.

       22310-move-gen-count.
           move "|" to ws-gen-cnt-entry (ws-file-ix) (1:1)
           move ws-live-cnt (ws-file-ix) to ws-gen-cnt (ws-file-ix).

      *-----------------------------------------------------------------
      * Oldest first: the catalog is in the order generations were
      * taken, so the first lines are the ones to drop until only the
      * number to keep remain.  A dropped line is blanked rather than
      * squeezed out; 21510 skips blanks on the way back to disk.
      *-----------------------------------------------------------------
       22500-drop-old-generations.
           move zeroes to ws-drop-cnt
           if ws-gcat-cnt > ws-keep
               compute ws-drop-cnt = ws-gcat-cnt - ws-keep
               perform 22510-drop-one-generation
                   varying ws-gcat-ix from 1 by 1
                   until ws-gcat-ix > ws-drop-cnt
           end-if.

       22510-drop-one-generation.
           move ws-gcat-entry (ws-gcat-ix) to ws-gen-rec
           perform 22100-build-gen-dir
           move spaces to ws-command
           string "rm -rf " delimited by size
                  ws-gen-dir delimited by space
               into ws-command
           end-string
           call "system" using ws-command
           end-call
           display "geekbackup: generation " ws-gen-no " of "
               ws-gen-date " dropped."
           end-display
           move spaces to ws-gcat-entry (ws-gcat-ix).

      *-----------------------------------------------------------------
      * 23000-restore-generation puts one generation back whole.  The
      * files on hand go into a new generation of their own first
      * (not counted against -keep, so the generation being restored
      * cannot be dropped to make room for it); then each live file
      * is removed and its copy, if the generation holds one, put in
      * its place - a file the generation never had stays absent, so
      * the set matches the day it was taken.
      *-----------------------------------------------------------------
       23000-restore-generation.
           perform 23100-find-generation
           if ws-gcat-hit = 0
               display "geekbackup: generation " ws-restore-gen
                   " is not in 'geekcode.bak/catalog'."
               end-display
               set ws-backup-failed to true
           else
               move ws-gcat-entry (ws-gcat-hit) to ws-gen-rec
               perform 23200-note-wanted-count
                   varying ws-file-ix from 1 by 1 until ws-file-ix > 5
               perform 22100-build-gen-dir
               move spaces to ws-command
               string "test -d " delimited by size
                      ws-gen-dir delimited by space
                   into ws-command
               end-string
               call "system" using ws-command
                   giving ws-return-sys-code
               end-call
               if ws-return-sys-code not = 0
                   display "geekbackup: '" ws-gen-dir "' is missing - "
                       "generation " ws-restore-gen " cannot be "
                       "restored."
                   end-display
                   set ws-backup-failed to true
               else
                   perform 23300-restore-files
               end-if
           end-if.

       23100-find-generation.
           move zeroes to ws-gcat-hit
           perform 23110-match-generation varying ws-gcat-ix from 1
               by 1 until ws-gcat-ix > ws-gcat-cnt or ws-gcat-hit > 0.

       23110-match-generation.
           if ws-gcat-entry (ws-gcat-ix) (1:5) = ws-restore-gen
               move ws-gcat-ix to ws-gcat-hit
           end-if.

       23200-note-wanted-count.
           move ws-gen-cnt (ws-file-ix) to ws-want-cnt (ws-file-ix).

       23300-restore-files.
           move spaces to ws-taken-by
           string "pre-restore of "  delimited by size
                  ws-restore-gen     delimited by size
               into ws-taken-by
           end-string
           perform 22000-take-generation
           if ws-backup-failed
               display "geekbackup: could not save the files on hand "
                   "first - nothing restored."
               end-display
           else
               perform 21500-write-catalog
               display "geekbackup: files on hand saved as generation "
                   ws-new-gen "."
               end-display
               move ws-restore-gen to ws-gen-no
               perform 22100-build-gen-dir
               perform 23310-restore-one-file varying ws-file-ix
                   from 1 by 1 until ws-file-ix > 5
                       or ws-backup-failed
               if not ws-backup-failed
                   perform 25000-count-files
                   move zeroes to ws-mismatch-cnt
                   perform 23320-check-one-count varying ws-file-ix
                       from 1 by 1 until ws-file-ix > 5
               end-if
           end-if.

       23310-restore-one-file.
           move spaces to ws-command
           string "rm -f "                delimited by size
                  ws-file-pattern (ws-file-ix) delimited by "  "
               into ws-command
           end-string
           call "system" using ws-command
           end-call

           move spaces to ws-command
           string "cd "                    delimited by size
                  ws-gen-dir               delimited by space
                  " && for f in "          delimited by size
                  ws-file-pattern (ws-file-ix) delimited by "  "
                  "; do if test -f $f; then cp -p $f ../../"
                                           delimited by size
                  " || exit 1; fi; done"   delimited by size
               into ws-command
           end-string
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekbackup: restore of '"
                   ws-file-name (ws-file-ix) "' from '" ws-gen-dir
                   "' failed - restore generation " ws-new-gen
                   " to put the files back as they were."
               end-display
               set ws-backup-failed to true
           end-if.

       23320-check-one-count.
           if ws-live-cnt (ws-file-ix) not = ws-want-cnt (ws-file-ix)
               add 1 to ws-mismatch-cnt
               display "geekbackup: '" ws-file-name (ws-file-ix)
                   "' holds " ws-live-cnt (ws-file-ix)
                   " record(s), the catalog says "
                   ws-want-cnt (ws-file-ix) "."
               end-display
           end-if.

       24000-list-catalog.
           display "Gen    Date       Time         geekcode.sig  .mst"
               "     .audit   .hist    geekcat.tbl  Taken by"
           end-display
           display "=====  ========== ========  ============ ========"
               " ======== ======== ===========  ================"
           end-display
           perform 24100-list-one-line varying ws-gcat-ix from 1 by 1
               until ws-gcat-ix > ws-gcat-cnt.

       24100-list-one-line.
           move ws-gcat-entry (ws-gcat-ix) to ws-gen-rec
           display ws-gen-no "  " ws-gen-date " " ws-gen-time "  "
               "     " ws-gen-cnt (1) " " ws-gen-cnt (2) " "
               ws-gen-cnt (3) " " ws-gen-cnt (4) "     "
               ws-gen-cnt (5) "  " ws-gen-by
           end-display.

      *-----------------------------------------------------------------
      * 25000-count-files counts the records of each of the five live
      * files into ws-live-cnt, in ws-file-tab order.  The master is
      * walked in key order the way geekrecon walks it.
      *-----------------------------------------------------------------
       25000-count-files.
           move zeroes to ws-live-cnt (1) ws-live-cnt (2)
                          ws-live-cnt (3) ws-live-cnt (4)
                          ws-live-cnt (5)

           move "n" to ws-count-eof-flag
           open input geek-sig
           perform 25110-count-sig until ws-count-eof
           close geek-sig

           move "n" to ws-count-eof-flag
           open input geek-mast
           if ws-mast-status not = "00" and "05"
               set ws-count-eof to true
           else
               move low-values to mast-emp-id
               start geek-mast key not < mast-emp-id
                   invalid key set ws-count-eof to true
               end-start
           end-if
           perform 25120-count-mast until ws-count-eof
           close geek-mast

           move "n" to ws-count-eof-flag
           open input geek-audit
           perform 25130-count-audit until ws-count-eof
           close geek-audit

           move "n" to ws-count-eof-flag
           open input geek-hist
           perform 25140-count-hist until ws-count-eof
           close geek-hist

           move "n" to ws-count-eof-flag
           open input geek-cat
           perform 25150-count-cat until ws-count-eof
           close geek-cat.

       25110-count-sig.
           read geek-sig
               at end set ws-count-eof to true
               not at end add 1 to ws-live-cnt (1)
           end-read.

       25120-count-mast.
           read geek-mast next record
               at end set ws-count-eof to true
               not at end add 1 to ws-live-cnt (2)
           end-read.

       25130-count-audit.
           read geek-audit
               at end set ws-count-eof to true
               not at end add 1 to ws-live-cnt (3)
           end-read.

       25140-count-hist.
           read geek-hist
               at end set ws-count-eof to true
               not at end add 1 to ws-live-cnt (4)
           end-read.

       25150-count-cat.
           read geek-cat
               at end set ws-count-eof to true
               not at end add 1 to ws-live-cnt (5)
           end-read.

       20900-summary.
           if ws-list-mode
               display " " end-display
               display ws-gcat-cnt " generation(s) on file."
                   with no advancing
               end-display
               display " " end-display
           else if ws-backup-failed
               display " " end-display
               display "geekbackup: FAIL." end-display
           else if ws-restore-mode
               display " " end-display
               if ws-mismatch-cnt = 0
                   display "geekbackup: PASS - generation "
                       ws-restore-gen " restored, record counts "
                       "agree with the catalog."
                   end-display
               else
                   display "geekbackup: FAIL - generation "
                       ws-restore-gen " restored but " ws-mismatch-cnt
                       " file(s) disagree with the catalog."
                   end-display
                   set ws-backup-failed to true
               end-if
           else
               display " " end-display
               display "geekbackup: generation " ws-new-gen
                   " taken; " ws-drop-cnt " old generation(s) "
                   "dropped, keeping " ws-keep "."
               end-display
           end-if.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekbackup [options]" end-display
               display " " end-display
               display "Copies geekcode.sig, geekcode.mst, "
                   "geekcode.audit, geekcode.hist and"
               end-display
               display "geekcat.tbl into the next numbered generation "
                   "under geekcode.bak."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -keep N               Keep the last N "
                   "generations (default 7)"
               end-display
               display "    -list                 List the generation "
                   "catalog"
               end-display
               display "    -restore N            Put generation N back"
               end-display
               display "    -held NAME            The calling run NAME "
                   "already holds geekcode.lock"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekbackup 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else
               move 1 to ws-cl-ptr
               perform 93100-next-word
               perform 93200-apply-word until ws-cl-word1 = spaces
           end-if.

       93100-next-word.
           move spaces to ws-cl-word1
           if ws-cl-ptr <= length of ws-cl-args
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
           end-if.

      *-----------------------------------------------------------------
      * Each option leaves the next unread word in ws-cl-word1 for the
      * loop in 93000 to look at.  -held takes the caller's name when
      * one follows, so the catalog shows which run took it.
      *-----------------------------------------------------------------
       93200-apply-word.
           if ws-cl-word1 = "-keep" or "--keep"
               perform 93100-next-word
               perform 93300-check-number
               move ws-cl-word1 (1:ws-cl-len) to ws-keep
               if ws-keep = 0
                   display "geekbackup: -keep must be at least 1."
                   end-display
                   perform 94000-terminate
               end-if
               perform 93100-next-word
           else if ws-cl-word1 = "-restore" or "--restore"
               perform 93100-next-word
               perform 93300-check-number
               move ws-cl-word1 (1:ws-cl-len) to ws-restore-gen
               set ws-restore-mode to true
               perform 93100-next-word
           else if ws-cl-word1 = "-list" or "--list"
               set ws-list-mode to true
               perform 93100-next-word
           else if ws-cl-word1 = "-held" or "--held"
               set ws-held-mode to true
               move "held lock" to ws-taken-by
               perform 93100-next-word
               if ws-cl-word1 not = spaces
                   and ws-cl-word1 (1:1) not = "-"
                   move ws-cl-word1 to ws-taken-by
                   perform 93100-next-word
               end-if
           else
               display "geekbackup: invalid option." end-display
               display "Try `geekbackup -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       93300-check-number.
           move zeroes to ws-cl-len
           inspect ws-cl-word1 tallying ws-cl-len
               for characters before initial space
           if ws-cl-len = 0 or ws-cl-len > 5
               display "geekbackup: a number is required after the "
                   "option."
               end-display
               perform 94000-terminate
           end-if
           if ws-cl-word1 (1:ws-cl-len) not numeric
               display "geekbackup: '" ws-cl-word1 "' is not a number."
               end-display
               perform 94000-terminate
           end-if.

       94000-terminate.
           goback.

      * The FAIL return code is set only after the last call "system"
      * (the lock release).
       30000-cleanup.
           perform 97100-release-lock
           if ws-backup-failed
               move 8 to return-code
           end-if
           perform 94000-terminate.

      *-----------------------------------------------------------------
      * Run-lock paragraphs, the same shape as geekverify's own
      * 97000/97010/97050/97100/97150.
      *-----------------------------------------------------------------
       97000-acquire-lock.
           if ws-held-mode
               move "test -d geekcode.lock" to ws-command
               call "system" using ws-command
                   giving ws-return-sys-code
               end-call
               if ws-return-sys-code not = 0
                   display "geekbackup: -held given but geekcode.lock "
                       "is not held - aborting."
                   end-display
                   set ws-backup-failed to true
                   perform 30000-cleanup
               end-if
           else
               move "test -f geekcode.lock/chain" to ws-command
               call "system" using ws-command
                   giving ws-return-sys-code
               end-call
               if ws-return-sys-code = 0
                   if ws-taken-by = "manual"
                       move "geeknightly" to ws-taken-by
                   end-if
               else
                   perform 97010-wait-for-lock
               end-if
           end-if.

       97010-wait-for-lock.
           move zeroes to ws-lock-try
           perform 97050-try-lock
               until ws-lock-held or ws-lock-try > 30
           if not ws-lock-held
               perform 97150-read-lock-owner
               display "geekbackup: gave up waiting for the run lock "
                   "held by " ws-lock-owner "."
               end-display
               display "geekbackup: if that run is gone, remove the "
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
                   display "geekbackup: waiting for the run lock held "
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

      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - geekbackup takes a generation  *
      *                                 of the roster data before      *
      *                                 anything is rewritten.         *
      *                                 (v. 0.2)                       *
      *               15 October 2026 - Master record carries the      *
      *                                 opt-out flag. (v. 0.3)         *
      *                                                                *
      ******************************************************************
      ******************************************************************
           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).
       77  ws-lock-try                 pic 9(02)     value zeroes.
       77  ws-lock-owner               pic x(40)     value spaces.

       01  ws-backup-fail-flag         pic x         value "n".
           88  ws-backup-failed                       value "y".

       77  ws-mast-status              pic xx        value spaces.

       01  ws-mast-eof-flag            pic x         value "n".
           perform 93000-parse-cmdln
           perform 10100-load-geekcat
           perform 10200-load-geekmap
           perform 97000-acquire-lock
           perform 97200-take-backup.

       10100-load-geekcat.
           move "n"    to ws-cat-eof-flag
      * storage behind it reads back as garbage on the command line.
       30000-cleanup.
           perform 97100-release-lock
           if ws-orphan-fail or ws-backup-failed
               move 8 to return-code
           end-if
           perform 94000-terminate.
               move "n" to ws-lock-flag
           end-if.

      *-----------------------------------------------------------------
      * 97200-take-backup has geekbackup snapshot the roster data as a
      * numbered generation while this run holds the lock, so the
      * whole run can be rolled back with "geekbackup -restore N".
      * No generation, no run.
      *-----------------------------------------------------------------
       97200-take-backup.
           move "geekbackup -held geekmigrate" to ws-command
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekmigrate: geekbackup could not take a "
                   "generation - nothing changed."
               end-display
               set ws-backup-failed to true
               perform 30000-cleanup
           end-if.

       97150-read-lock-owner.
           move spaces to ws-lock-owner
           move "n"    to ws-lock-eof-flag

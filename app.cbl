               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS word-file-status.

           *> The flat stats file the player files replaced, read
           *> now only by the one-time conversion. It is opened
           *> through a variable name so a damaged STATS.DAT can
           *> still fall back to the STATS.BKn generations the old
           *> staged saves kept
           SELECT STATS-FILE ASSIGN USING stats-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stats-file-status.
           *> The month-end archive cycle: retained records are
           *> staged through the GAMELOGW.DAT work file and only
           *> replace GAMELOG.DAT once safely on disk - the same
           *> staging REWRITE-WORD-FILE uses - and
           *> the cut records land in a dated GAMELOG.YYYYMM
           SELECT LOG-WORK-FILE ASSIGN TO "GAMELOGW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hi-score-status.

           *> Who may run the admin menu options: one record per
           *> operator with a password, an authority byte per
           *> admin function and the failed-attempt count that
           *> locks an operator out. Opened through a variable
           *> name so a rewrite is staged through OPERWRK.DAT,
           *> the same way the word bank and the stats file are
           SELECT OPTIONAL OPERATOR-FILE ASSIGN USING operator-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           *> Every refused operator sign-on, appended, so there
           *> is a record of who tried to run an admin function
           *> without the authority for it
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS security-log-status.

           *> The maintenance journal: a before and/or after image
           *> of every record a word-bank or profile change
           *> touches, appended with who did it and when, so a
           *> rewritten WORDS.DAT or a changed player record is
           *> never the only record of what used to be there
           SELECT OPTIONAL MAINT-JNL-FILE ASSIGN TO "MAINTJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS maint-jnl-status.

           *> Work file for rolling the word bank back: the
           *> journaled word changes after the chosen date are
           *> sorted newest first and undone in that order
           SELECT RESTORE-SORT-FILE ASSIGN TO "RESTSORT.TMP".

           *> The round journal: every guess of every round, in
           *> order, with what it did, keyed by the same date,
           *> time, player and word as the round's game-log
           *> record - enough to play the round again and prove
           *> the recorded result and score. A player sweep
           *> stages its rewrite through ROUNDJNW.DAT
           SELECT OPTIONAL ROUND-JNL-FILE ASSIGN TO "ROUNDJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS round-jnl-status.

           SELECT ROUND-JNL-WORK-FILE ASSIGN TO "ROUNDJNW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS round-jnl-work-status.

           SELECT REPLAY-RPT-FILE ASSIGN TO "REPLAYRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS replay-rpt-status.

           *> The job journal: one line per unattended step, run
           *> on its own or under NIGHTLY, with its start and end
           *> times, return code and control counts
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-log-status.

           *> NIGHTLY's restart point: the step the next run
           *> starts from, rewritten as each step finishes -
           *> the same idea as the batch pass checkpoint
           SELECT OPTIONAL NIGHT-RST-FILE ASSIGN TO "NIGHTRST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS night-rst-status.

           *> The delimited extract files for the spreadsheet and
           *> warehouse side, one FD through a variable name the
           *> way the report files are written
           SELECT EXTRACT-FILE ASSIGN USING extract-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-file-status.

           *> The extract's high-water mark: the stamp the last
           *> successful run extracted the game log up to
           SELECT OPTIONAL EXTRACT-CTL-FILE ASSIGN TO "EXTRACT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-ctl-status.

           *> The player master: one record per player ID with the
           *> running tally, keyed so a round save reads and
           *> rewrites only that player's record. Used words and
           *> achievements live in their own keyed files, one
           *> record per player and word or player and code, so
           *> none of the three has a ceiling
           SELECT OPTIONAL PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER
               FILE STATUS IS player-file-status.

           SELECT OPTIONAL USED-WORD-FILE ASSIGN TO "USEDWORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UW-KEY
               FILE STATUS IS used-word-status.

           SELECT OPTIONAL PLAYER-ACH-FILE ASSIGN TO "PLAYACH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS player-ach-status.

           *> The audit's per-player recount, keyed by player ID
           *> and rebuilt on every run, so any number of players
           *> in the log can be reconciled
           SELECT AUDIT-WORK-FILE ASSIGN TO "AUDITWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-PLAYER
               FILE STATUS IS audit-work-status.

           *> Control report of the one-time STATS.DAT conversion
           SELECT CONV-RPT-FILE ASSIGN TO "CONVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS conv-rpt-status.

           *> The daily challenge: one word per date, drawn by
           *> whoever asks for it first; the board holds every
           *> player's one attempt at it, keyed on date and
           *> player so a second attempt is refused from either
           *> terminal; the history keeps each player's results
           *> from every closed day
           SELECT OPTIONAL DAILY-WORD-FILE ASSIGN TO "DAILYWRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-DATE
               FILE STATUS IS daily-word-status.

           SELECT OPTIONAL DAILY-BOARD-FILE ASSIGN TO "DAILYBRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS daily-board-status.

           SELECT OPTIONAL DAILY-HIST-FILE ASSIGN TO "DAILYHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS daily-hist-status.

           *> Work file for ranking a day's board
           SELECT DAILY-SORT-FILE ASSIGN TO "DAILYSRT.TMP".

           *> Work file for putting a player's rounds, gathered
           *> from the live log and the archives, in date order
           SELECT STMT-SORT-FILE ASSIGN TO "STMTSORT.TMP".

           *> The session register: who is signed on at which
           *> terminal right now, one record per player and
           *> terminal, removed again at sign-off or when the
           *> session is cleared as idle
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "SESSREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS session-status.

           *> Every sign-on, sign-off, idle clear-out and refused
           *> sign-on, appended, for the terminal usage report
           SELECT OPTIONAL SESSION-JNL-FILE ASSIGN TO "SESSJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS session-jnl-status.

           *> Work file for putting the session journal in date
           *> and player order
           SELECT USAGE-SORT-FILE ASSIGN TO "USAGESRT.TMP".

       DATA DIVISION.
       FILE SECTION.
           FD WORD-FILE.
           01 WORD-RECORD.
               05 WR-CATEGORY PIC X(12).
               05 WR-WORD PIC X(40).
               *> The days the word is live, YYYYMMDD; a blank
               *> end is open, so an old two-column record is a
               *> word that is always live
               05 WR-EFF-FROM PIC X(08).
               05 WR-EFF-TO PIC X(08).

           FD STATS-FILE.
           01 STATS-HEADER-REC.
           FD IMPORT-RPT-FILE.
           01 IMPORT-RPT-RECORD PIC X(100).

           *> TN-DATE/TN-TIME stamp when the tournament began, so
           *> its rounds can be picked out of the round journal;
           *> a file from before the stamp reads them as spaces
           FD TOURNEY-FILE.
           01 TOURNEY-RECORD.
               05 TN-PLAYER PIC X(08).
               05 TN-SCORE PIC 9(05).
               05 TN-WINS PIC 9(02).
               05 TN-DATE PIC X(08).
               05 TN-TIME PIC X(06).

           FD LOCK-FILE.
           01 LOCK-RECORD PIC X(14).
               05 HS-WORD PIC X(40).
               05 HS-DATE PIC X(08).

           FD OPERATOR-FILE.
           01 OPERATOR-RECORD.
               05 OP-ID PIC X(08).
               05 OP-PASSWORD PIC X(08).
               05 OP-AUTH-BATCH PIC X(01).
               05 OP-AUTH-WORDS PIC X(01).
               05 OP-AUTH-PROFILES PIC X(01).
               05 OP-FAILURES PIC 9(02).
               05 OP-LOCKED PIC X(01).
               05 OP-NEW-PW PIC X(01).

           FD SECURITY-LOG-FILE.
           01 SECURITY-LOG-RECORD.
               05 SL-DATE PIC X(08).
               05 SL-TIME PIC X(06).
               05 SL-PLAYER PIC X(08).
               05 SL-OPERATOR PIC X(08).
               05 SL-FUNCTION PIC X(08).
               05 SL-REASON PIC X(16).

           *> MJ-IMAGE holds the touched record in its own file's
           *> layout; MJ-IMAGE-TYPE says whether it is the record
           *> as it was ('B') or as it became ('A')
           FD MAINT-JNL-FILE.
           01 MAINT-JNL-RECORD.
               05 MJ-DATE PIC X(08).
               05 MJ-TIME PIC X(06).
               05 MJ-OPERATOR PIC X(08).
               05 MJ-ACTION PIC X(12).
               05 MJ-FILE PIC X(20).
               05 MJ-IMAGE-TYPE PIC X(01).
               05 MJ-IMAGE PIC X(84).

           *> RJ-MARK says what each guess did: 'H' uncovered a
           *> letter, 'M' cost a wrong guess, '?' was a hint
           *> (RJ-LETTER then holds the letter it gave away)
           FD ROUND-JNL-FILE.
           01 ROUND-JNL-RECORD.
               05 RJ-STAMP.
                   10 RJ-DATE PIC X(08).
                   10 RJ-TIME PIC X(06).
               05 RJ-PLAYER PIC X(08).
               05 RJ-WORD PIC X(40).
               05 RJ-CATEGORY PIC X(12).
               05 RJ-MAX-WRONG PIC 9(02).
               05 RJ-RESULT PIC X(04).
               05 RJ-SCORE PIC 9(05).
               05 RJ-GUESS-COUNT PIC 9(02).
               05 RJ-GUESS OCCURS 60 TIMES.
                   10 RJ-LETTER PIC X(01).
                   10 RJ-MARK PIC X(01).

           FD ROUND-JNL-WORK-FILE.
           01 ROUND-JNL-WORK-RECORD PIC X(207).

           FD REPLAY-RPT-FILE.
           01 REPLAY-RPT-RECORD PIC X(132).

           *> JL-JOB is NIGHTLY for a step run by the driver and
           *> the step's own name for a standalone run; the
           *> driver closes each run with a JL-STEP of NIGHTLY
           FD JOB-LOG-FILE.
           01 JOB-LOG-RECORD.
               05 JL-JOB PIC X(08).
               05 JL-STEP PIC X(08).
               05 JL-DATE PIC X(08).
               05 JL-START PIC X(06).
               05 JL-END PIC X(06).
               05 JL-RC PIC 9(04).
               05 JL-STATUS PIC X(08).
               05 JL-COUNTS PIC X(60).

           FD NIGHT-RST-FILE.
           01 NIGHT-RST-RECORD.
               05 NR-DATE PIC X(08).
               05 NR-STEP PIC 9(02).

           FD EXTRACT-FILE.
           01 EXTRACT-RECORD PIC X(200).

           FD EXTRACT-CTL-FILE.
           01 EXTRACT-CTL-RECORD.
               05 XC-LAST-STAMP PIC X(14).
               05 XC-RUN-DATE PIC X(08).
               05 XC-MODE PIC X(12).

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
               05 PM-PLAYER PIC X(08).
               05 PM-GAMES PIC 9(05).
               05 PM-WINS PIC 9(05).
               05 PM-LOSSES PIC 9(05).
               05 PM-STREAK PIC 9(05).

           FD USED-WORD-FILE.
           01 USED-WORD-RECORD.
               05 UW-KEY.
                   10 UW-PLAYER PIC X(08).
                   10 UW-WORD PIC X(40).

           FD PLAYER-ACH-FILE.
           01 PLAYER-ACH-RECORD.
               05 PA-KEY.
                   10 PA-PLAYER PIC X(08).
                   10 PA-CODE PIC X(12).
               05 PA-DATE PIC X(08).

           FD AUDIT-WORK-FILE.
           01 AUDIT-WORK-RECORD.
               05 AW-PLAYER PIC X(08).
               05 AW-GAMES PIC 9(05).
               05 AW-WINS PIC 9(05).
               05 AW-LOSSES PIC 9(05).

           FD CONV-RPT-FILE.
           01 CONV-RPT-RECORD PIC X(80).

           FD DAILY-WORD-FILE.
           01 DAILY-WORD-RECORD.
               05 DW-DATE PIC X(08).
               05 DW-CATEGORY PIC X(12).
               05 DW-WORD PIC X(40).

           *> DB-RESULT is PLAY from the moment the attempt is
           *> claimed until the round ends
           FD DAILY-BOARD-FILE.
           01 DAILY-BOARD-RECORD.
               05 DB-KEY.
                   10 DB-DATE PIC X(08).
                   10 DB-PLAYER PIC X(08).
               05 DB-TIME PIC X(06).
               05 DB-RESULT PIC X(04).
               05 DB-SCORE PIC 9(05).
               05 DB-WRONG PIC 9(02).
               05 DB-HINTS PIC 9(02).

           *> An attempt never settled is filed as DNF
           FD DAILY-HIST-FILE.
           01 DAILY-HIST-RECORD.
               05 DH-KEY.
                   10 DH-PLAYER PIC X(08).
                   10 DH-DATE PIC X(08).
               05 DH-RESULT PIC X(04).
               05 DH-SCORE PIC 9(05).
               05 DH-WRONG PIC 9(02).
               05 DH-HINTS PIC 9(02).
               05 DH-RANK PIC 9(03).
               05 DH-ENTRANTS PIC 9(03).

           FD SESSION-FILE.
           01 SESSION-RECORD.
               05 SR-KEY.
                   10 SR-PLAYER PIC X(08).
                   10 SR-TERMINAL PIC X(08).
               05 SR-START-DATE PIC X(08).
               05 SR-START-TIME PIC X(06).
               05 SR-LAST-DATE PIC X(08).
               05 SR-LAST-TIME PIC X(06).
               05 SR-ROUNDS PIC 9(05).

           *> SN-EVENT is SIGNON, SIGNOFF, TIMEOUT or REFUSED. A
           *> TIMEOUT session ends at its last activity, not at
           *> the moment it was cleared
           FD SESSION-JNL-FILE.
           01 SESSION-JNL-RECORD.
               05 SN-DATE PIC X(08).
               05 SN-TIME PIC X(06).
               05 SN-EVENT PIC X(08).
               05 SN-PLAYER PIC X(08).
               05 SN-TERMINAL PIC X(08).
               05 SN-START-DATE PIC X(08).
               05 SN-START-TIME PIC X(06).
               05 SN-END-DATE PIC X(08).
               05 SN-END-TIME PIC X(06).
               05 SN-MINUTES PIC 9(05).
               05 SN-ROUNDS PIC 9(05).

           SD RESTORE-SORT-FILE.
           01 RESTORE-SORT-RECORD.
               05 RS-SEQ PIC 9(07).
               05 RS-IMAGE-TYPE PIC X(01).
               05 RS-IMAGE PIC X(84).

           SD DAILY-SORT-FILE.
           01 DAILY-SORT-RECORD.
               05 DS-SCORE PIC 9(05).
               05 DS-WRONG PIC 9(02).
               05 DS-HINTS PIC 9(02).
               05 DS-PLAYER PIC X(08).
               05 DS-RESULT PIC X(04).

           *> Laid out as GAME-LOG-RECORD, so a log record is
           *> released as it stands
           SD STMT-SORT-FILE.
           01 STMT-SORT-RECORD.
               05 SS-DATE PIC X(08).
               05 SS-TIME PIC X(06).
               05 SS-PLAYER PIC X(08).
               05 SS-WORD PIC X(40).
               05 SS-CATEGORY PIC X(12).
               05 SS-MAX-WRONG PIC 9(02).
               05 SS-WRONG PIC 9(02).
               05 SS-HINTS PIC 9(02).
               05 SS-RESULT PIC X(04).

           SD USAGE-SORT-FILE.
           01 USAGE-SORT-RECORD.
               05 US-DATE PIC X(08).
               05 US-PLAYER PIC X(08).
               05 US-SESSIONS PIC 9(03).
               05 US-MINUTES PIC 9(05).
               05 US-ROUNDS PIC 9(05).
               05 US-REFUSED PIC 9(03).

       WORKING-STORAGE SECTION.
           77 a PIC x(1).
           77 g PIC x(1).
           *> STATS.DAT can be measured against the raw history
           *> instead of trusted blind
           77 audit-rpt-status PIC x(2).
           77 audit-work-status PIC x(2).
           77 audit-work-eof PIC 9. *> 0 is False, 1 is True
           77 audit-player-count PIC 9(5) COMP.
           77 audit-diff-count PIC 9(5) VALUE 0.
           77 audit-incomplete PIC 9. *> 0 is False, 1 is True
           77 audit-line PIC X(100).

           *> One flag per leaderboard row: set when the log
           *> shows the matching WIN for that player, word and
           *> the rounds up by category and difficulty; the tables
           *> below hold the roll-up while the log is being read
           77 report-file-status PIC x(2).
           77 report-file-name PIC X(30) VALUE 'REPORT.DAT'.
           77 game-log-eof PIC 9. *> 0 is False, 1 is True

           *> The roll-up can be limited to a date window, so the
             2 FILLER PIC X(3) VALUE SPACES.
             2 rdl-missed PIC X(40).

           77 command-line-param PIC x(80) VALUE SPACES.

           77 batch-in-status PIC x(2).
           77 batch-out-status PIC x(2).
           77 word-shift PIC 9(3) COMP.
           77 retired-category PIC X(12).
           77 retired-word PIC X(40).
           77 retired-eff-from PIC X(8).
           77 retired-eff-to PIC X(8).

           *> Effective dating: every bank word carries the
           *> window it is live in, and only words live today
           *> are drawn. The whole bank stays loaded, so
           *> maintenance and the schedule listing still see
           *> words that are not live yet or any more
           77 word-today PIC X(8).
           77 live-word-count PIC 9(3) COMP.
           77 new-eff-from PIC X(8).
           77 new-eff-to PIC X(8).
           77 eff-from-check PIC X(8).
           77 eff-to-check PIC X(8).
           77 eff-date-num PIC 9(8).
           77 eff-dates-ok PIC 9. *> 0 is False, 1 is True
           77 eff-reason PIC X(16).
           77 eff-window-days PIC 9(2) VALUE 30.
           77 eff-window-start PIC 9(8).
           77 eff-listed PIC 9(3) COMP.
           77 dated-old-from PIC X(8).
           77 dated-old-to PIC X(8).

           *> Bulk import: a staging file in the WORD-RECORD
           *> layout is pushed through the same screening a
             2 hangWord-entry OCCURS 500 TIMES INDEXED BY word-idx.
               3 hw-category PIC X(12).
               3 hw-word PIC X(40).
               3 hw-eff-from PIC X(8).
               3 hw-eff-to PIC X(8).
               3 hw-live PIC 9. *> 0 is False, 1 is True

           77 selected-category PIC X(12) VALUE SPACES.

           77 stats-file-status PIC x(2).
           77 stats-eof-flag PIC 9 VALUE 0. *> 0 is False, 1 is True

           *> STATS.DAT is only read now, by the conversion to
           *> the player files; a damaged STATS.DAT is detected
           *> and the newest good generation the old staged saves
           *> kept is converted instead
           77 stats-file-name PIC X(12) VALUE 'STATS.DAT'.
           77 stats-load-ok PIC 9. *> 0 is False, 1 is True
           77 stats-bad-flag PIC 9. *> 0 is False, 1 is True
           77 stats-file-seen PIC 9. *> 0 is False, 1 is True
           77 stats-main-damaged PIC 9. *> 0 is False, 1 is True
           77 stats-gen-idx PIC 9(1) COMP.
           77 stats-gen-used PIC X(12).
           77 saved-return-code PIC S9(9) COMP.
           *> used-word history; walk-up play lands on GUEST
           77 current-player PIC X(8) VALUE 'GUEST'.
           77 player-id-entry PIC X(8).

           *> The player files are opened for each lookup or save
           *> and closed straight after, so the other terminal
           *> always reads what was last saved; PLAYER-KEY names
           *> the master record a lookup is after
           77 player-file-status PIC x(2).
           77 used-word-status PIC x(2).
           77 player-ach-status PIC x(2).
           77 player-key PIC X(8).
           77 player-found PIC 9. *> 0 is False, 1 is True
           77 player-files-ok PIC 9. *> 0 is False, 1 is True
           77 player-eof PIC 9. *> 0 is False, 1 is True
           77 used-word-eof PIC 9. *> 0 is False, 1 is True
           77 player-ach-eof PIC 9. *> 0 is False, 1 is True
           77 player-list-count PIC 9(5) COMP.

           *> Profile administration, so mistyped sign-on IDs do
           *> not pile up as profiles of their own: a retire,
           *> rename or merge also sweeps the player's history
           *> files so it follows the player instead of orphaning
           77 p PIC x(1).
           77 admin-done PIC 9. *> 0 is False, 1 is True
           77 admin-old-id PIC X(8).
           77 admin-new-id PIC X(8).
           77 admin-old-found PIC 9. *> 0 is False, 1 is True
           77 admin-new-found PIC 9. *> 0 is False, 1 is True
           77 sweep-word PIC X(40).
           77 sweep-ach-date PIC X(8).

           *> The profile being retired, renamed or merged away,
           *> as the master held it when the change began
           1 admin-old-rec.
             2 aor-player PIC X(8).
             2 aor-games PIC 9(5).
             2 aor-wins PIC 9(5).
             2 aor-losses PIC 9(5).
             2 aor-streak PIC 9(5).

           1 prof-header-line.
             2 FILLER PIC X(10) VALUE 'PLAYER'.
           77 ts-hold-wins PIC 9(2) COMP.
           77 ts-sort-idx PIC 9(2) COMP.

           *> When the tournament in play began; it goes out on
           *> every standings record
           1 tourney-start-stamp.
             2 tourney-start-date PIC X(8) VALUE SPACES.
             2 tourney-start-time PIC X(6) VALUE SPACES.

           1 tourney-deck.
             2 deck-entry OCCURS 10 TIMES.
               3 td-category PIC X(12).
             2 FILLER PIC X(6) VALUE SPACES.
             2 tsd-wins PIC Z9.

           77 used-word-found PIC 9. *> 0 is False, 1 is True

           *> Per-player achievements, earned from round outcomes
           *> and kept in PLAYACH.DAT; a code reads as its own
           *> screen label
           77 ach-found PIC 9. *> 0 is False, 1 is True
           77 ach-check-code PIC X(12).
           77 ach-scan PIC 9(3) COMP.
           77 new-ach-count PIC 9(2) COMP VALUE 0.
           77 ach-has-space PIC 9. *> 0 is False, 1 is True

           *> The achievements earned in the round that just
           *> ended, for the announcement under the win screen
           1 new-ach-list.
           *> Two terminals play at once, so a save must not
           *> simply overwrite what the other seat just wrote:
           *> the HANGMAN.LCK lock file serialises the saves,
           *> and a round save re-reads the player's master
           *> record under the lock and adds only this round's
           *> delta
           77 lock-file-status PIC x(2).
           77 lock-tries PIC 9(2) COMP.
           77 lock-max-tries PIC 9(2) COMP VALUE 5.
           77 round-wins PIC 9 VALUE 0.
           77 round-losses PIC 9 VALUE 0.

           *> Operator sign-on for the admin menu options (batch
           *> verification, word-bank maintenance, profile
           *> administration). The operators file is re-read
           *> under the lock for every check, and rewritten only
           *> when the check changed a failure count or locked
           *> somebody out; a refusal of any kind is written to
           *> SECLOG.DAT. OPERATOR-ID holds whoever last signed
           *> on successfully, for the maintenance journal.
           *> An operator flagged OP-NEW-PW 'Y' must choose a new
           *> password at the next sign-on; with a blank password
           *> on file any entry is taken for that one sign-on, so
           *> a new or reset operator is set up without a known
           *> password ever being written down
           77 operator-file-status PIC x(2).
           77 operator-file-name PIC X(20) VALUE 'OPERATORS.DAT'.
           77 security-log-status PIC x(2).
           77 operator-eof PIC 9. *> 0 is False, 1 is True
           77 operator-count PIC 9(3) COMP.
           77 max-operators PIC 9(3) COMP VALUE 50.
           77 operator-slot PIC 9(3) COMP.
           77 operator-changed PIC 9. *> 0 is False, 1 is True
           77 operator-overflow PIC 9. *> 0 is False, 1 is True
           77 operator-new-pw-due PIC 9. *> 0 is False, 1 is True
           77 operator-id PIC X(8) VALUE SPACES.
           77 operator-id-entry PIC X(8).
           77 operator-pw-entry PIC X(8).
           77 operator-new-pw-entry PIC X(8).
           77 operator-rpt-pw-entry PIC X(8).
           77 op-max-failures PIC 9(2) COMP VALUE 3.
           77 auth-function PIC X(8).
           77 auth-granted PIC 9. *> 0 is False, 1 is True
           77 auth-reason PIC X(16).

           *> Maintenance journal: JNL-ACTION, JNL-FILE,
           *> JNL-IMAGE-TYPE and JNL-IMAGE are staged by the
           *> caller; the journal stays open across one action's
           *> writes (a log sweep can touch a lot of records) and
           *> is closed when the action finishes
           77 maint-jnl-status PIC x(2).
           77 maint-jnl-open PIC 9 VALUE 0. *> 0 is False, 1 is True
           77 maint-jnl-eof PIC 9. *> 0 is False, 1 is True
           77 jnl-action PIC X(12).
           77 jnl-file PIC X(20).
           77 jnl-image-type PIC X(1).
           77 jnl-image PIC X(84).
           77 jnl-slot PIC 9(3) COMP.

           *> The journal images, laid out exactly as the records
           *> they copy: a WORDS.DAT record and a HISCORE.DAT row.
           *> The player files' records go in straight from their
           *> own FD buffers
           1 jnl-word-image.
             2 jwi-category PIC X(12).
             2 jwi-word PIC X(40).
             2 jwi-eff-from PIC X(8).
             2 jwi-eff-to PIC X(8).
             2 FILLER PIC X(16).

           1 jnl-hs-image.
             2 jhi-score PIC 9(5).
             2 jhi-player PIC X(8).
             2 jhi-word PIC X(40).
             2 jhi-date PIC X(8).
             2 FILLER PIC X(23).

           *> Rolling the word bank back to a date: the bank as
           *> it stood before the roll-back is held here, so the
           *> roll-back can be journaled as a difference once it
           *> is safely on disk - and put back if it is not
           77 restore-date-entry PIC X(8).
           77 restore-seq PIC 9(7).
           77 restore-sort-eof PIC 9. *> 0 is False, 1 is True
           77 restore-undone PIC 9(5).
           77 restore-skipped PIC 9(5).
           77 restore-changed PIC 9(5).
           77 restore-found PIC 9. *> 0 is False, 1 is True
           77 hold-word-count PIC 9(3) COMP.

           1 hold-hangWords.
             2 hold-word-entry OCCURS 500 TIMES
                 INDEXED BY hold-word-idx.
               3 hhw-category PIC X(12).
               3 hhw-word PIC X(40).
               3 hhw-eff-from PIC X(8).
               3 hhw-eff-to PIC X(8).
               3 hhw-live PIC 9.

           *> Round journal: the guesses of the round in play,
           *> captured as they are made and written out beside
           *> its game-log record
           77 round-jnl-status PIC x(2).
           77 round-jnl-work-status PIC x(2).
           77 round-jnl-eof PIC 9. *> 0 is False, 1 is True
           77 round-guess-count PIC 9(2) COMP VALUE 0.
           77 max-round-guesses PIC 9(2) COMP VALUE 60.

           1 round-guesses.
             2 round-guess-entry OCCURS 60 TIMES INDEXED BY rg-idx.
               3 rg-letter PIC X(1).
               3 rg-mark PIC X(1).

           *> The REPLAY pass plays every journaled round again
           *> through the live guess and scoring logic and
           *> proves the recorded results, the leaderboard and
           *> the tournament standings against it; the window
           *> and player come from the parameter line
           77 replay-rpt-status PIC x(2).
           77 replay-from-date PIC X(8).
           77 replay-to-date PIC X(8).
           77 replay-player PIC X(8).
           77 replay-arg-1 PIC X(20).
           77 replay-arg-2 PIC X(20).
           77 replay-arg-3 PIC X(20).
           77 replay-arg PIC X(20).
           77 replay-round-count PIC 9(5).
           77 replay-exception-count PIC 9(5).
           77 replay-note-count PIC 9(5).
           77 replay-result PIC X(4).
           77 replay-score PIC 9(5).
           77 replay-letter PIC X(1).
           77 replay-mark PIC X(1).
           77 replay-marks-ok PIC 9. *> 0 is False, 1 is True
           77 replay-slot PIC 9(2) COMP.
           77 replay-line PIC X(132).
           *> Display copies of packed counters, for STRING
           77 replay-hs-score PIC 9(5).
           77 replay-tn-score PIC 9(5).
           77 replay-tn-wins PIC 9(2).
           77 replay-rt-score PIC 9(5).
           77 replay-rt-wins PIC 9(2).

           *> One flag per leaderboard row: set when the round
           *> journal holds any round for that player, word and
           *> date (HS-MATCHED then says whether one replayed to
           *> the posted score)
           1 hi-score-replays.
             2 hs-journaled PIC 9 OCCURS 10 TIMES.

           *> The tournament standings rebuilt from the journal,
           *> row for row against TOURNEY-STANDINGS
           1 replay-tourney.
             2 rpt-entry OCCURS 20 TIMES.
               3 rpt-rounds PIC 9(3) COMP.
               3 rpt-score PIC 9(5) COMP.
               3 rpt-wins PIC 9(2) COMP.

           *> Job stream: every unattended step runs through
           *> RUN-JOB-STEP, which times it, keeps its return code
           *> and journals it. NIGHTLY walks the steps below in
           *> order and stops at the first one whose return code
           *> is past the limit, leaving the restart point on it
           77 job-log-status PIC x(2).
           77 job-log-eof PIC 9. *> 0 is False, 1 is True
           77 night-rst-status PIC x(2).
           77 night-rst-eof PIC 9. *> 0 is False, 1 is True
           77 job-name PIC X(8).
           77 job-step-name PIC X(8).
           77 job-step-rc PIC 9(4).
           77 job-start-date PIC X(8).
           77 job-start-time PIC X(6).
           77 job-counts PIC X(60).
           *> Display copies of packed control counts, for STRING
           77 job-count-1 PIC 9(5).
           77 job-count-2 PIC 9(5).
           77 nightly-step-no PIC 9(2) COMP.
           77 nightly-resume-step PIC 9(2) COMP.
           77 nightly-stopped PIC 9. *> 0 is False, 1 is True
           77 nightly-max-rc PIC 9(4).
           77 nightly-rc-limit PIC 9(4) VALUE 4.
           77 nightly-start-date PIC X(8).
           77 nightly-start-time PIC X(6).
           77 nightly-step-count PIC 9(2) COMP VALUE 7.

           1 nightly-steps.
             2 FILLER PIC X(8) VALUE 'GENDECK'.
             2 FILLER PIC X(8) VALUE 'BATCH'.
             2 FILLER PIC X(8) VALUE 'AUDIT'.
             2 FILLER PIC X(8) VALUE 'RATE'.
             2 FILLER PIC X(8) VALUE 'REPORT'.
             2 FILLER PIC X(8) VALUE 'EXTRACT'.
             2 FILLER PIC X(8) VALUE 'DAYCLOSE'.
           1 nightly-step-table REDEFINES nightly-steps.
             2 nightly-step-name PIC X(8) OCCURS 7 TIMES.

           *> Delimited extract: pipe-separated files, each
           *> opened by an H record (file, extract date, window,
           *> mode) and closed by a T record carrying the record
           *> count and hash totals of games, wins, wrong guesses
           *> and score, so the loading side can prove it took
           *> everything. The game log goes incremental from the
           *> high-water mark unless FULL is asked for; the state
           *> files are always whole snapshots
           77 extract-file-status PIC x(2).
           77 extract-ctl-status PIC x(2).
           77 extract-ctl-eof PIC 9. *> 0 is False, 1 is True
           77 extract-file-name PIC X(20).
           77 extract-name PIC X(12).
           77 extract-mode PIC X(12).
           77 extract-from-stamp PIC X(14).
           77 extract-ok PIC 9. *> 0 is False, 1 is True
           77 extract-line PIC X(200).
           77 extract-count PIC 9(7).
           77 extract-games PIC 9(7).
           77 extract-wins PIC 9(7).
           77 extract-wrong PIC 9(9).
           77 extract-score PIC 9(9).
           77 extract-log-count PIC 9(7).
           77 extract-player-count PIC 9(7).
           *> Display copies of packed fields, for STRING
           77 extract-num-1 PIC 9(5).
           77 extract-num-2 PIC 9(5).
           77 extract-num-3 PIC 9(5).
           77 extract-num-4 PIC 9(5).
           77 extract-rank PIC 9(2).

           1 extract-to-stamp.
             2 extract-to-date PIC X(8).
             2 extract-to-time PIC X(6).

           1 extract-log-stamp.
             2 extract-log-date PIC X(8).
             2 extract-log-time PIC X(6).

           *> STATUS: the last run and last clean completion of
           *> every job in the journal. The NIGHTLY steps are
           *> expected daily, so one with no completion in the
           *> past 24 hours is flagged
           77 status-job-count PIC 9(2) COMP.
           77 max-status-jobs PIC 9(2) COMP VALUE 30.
           77 status-slot PIC 9(2) COMP.
           77 status-flag-count PIC 9(3).
           77 status-date-num PIC 9(8).
           77 status-days PIC 9(7) COMP.
           77 status-now-secs PIC 9(11) COMP.
           77 status-done-secs PIC 9(11) COMP.
           77 status-day-secs PIC 9(5) COMP VALUE 86400.
           77 status-line PIC X(80).

           1 status-time-num.
             2 status-hh PIC 9(2).
             2 status-mm PIC 9(2).
             2 status-ss PIC 9(2).

           1 status-jobs.
             2 sj-entry OCCURS 30 TIMES INDEXED BY sj-idx.
               3 sj-step PIC X(8).
               3 sj-daily PIC 9.
               3 sj-last-job PIC X(8).
               3 sj-last-date PIC X(8).
               3 sj-last-end PIC X(6).
               3 sj-last-rc PIC 9(4).
               3 sj-last-status PIC X(8).
               3 sj-done-date PIC X(8).
               3 sj-done-end PIC X(6).
               3 sj-done-secs PIC 9(11) COMP.

           1 status-header-line.
             2 FILLER PIC X(9) VALUE 'JOB'.
             2 FILLER PIC X(9) VALUE 'RUN BY'.
             2 FILLER PIC X(9) VALUE 'LAST RUN'.
             2 FILLER PIC X(7) VALUE 'ENDED'.
             2 FILLER PIC X(5) VALUE '  RC'.
             2 FILLER PIC X(9) VALUE 'STATUS'.
             2 FILLER PIC X(16) VALUE 'LAST COMPLETED'.

           1 status-detail-line.
             2 sdl-step PIC X(8).
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-last-job PIC X(8).
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-last-date PIC X(8).
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-last-end PIC X(6).
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-last-rc PIC ZZZ9.
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-last-status PIC X(8).
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-done-date PIC X(8).
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-done-end PIC X(6).
             2 FILLER PIC X(1) VALUE SPACES.
             2 sdl-flag PIC X(10).

           *> CONVERT: the one-time load of STATS.DAT into the
           *> player files. The read counts and source sums come
           *> from the validating pass, the written counts from
           *> the load, and the master counts and sums from
           *> reading the new files back - all three have to
           *> agree before the conversion reports clean
           77 conv-rpt-status PIC x(2).
           77 conv-rpt-line PIC X(80).
           77 conv-diff-count PIC 9(3).
           77 conv-hdr-read PIC 9(7).
           77 conv-hdr-written PIC 9(7).
           77 conv-hdr-folded PIC 9(7).
           77 conv-word-read PIC 9(7).
           77 conv-word-written PIC 9(7).
           77 conv-word-dupes PIC 9(7).
           77 conv-ach-read PIC 9(7).
           77 conv-ach-written PIC 9(7).
           77 conv-ach-dupes PIC 9(7).
           77 conv-src-games PIC 9(9).
           77 conv-src-wins PIC 9(9).
           77 conv-src-losses PIC 9(9).
           77 conv-mst-players PIC 9(7).
           77 conv-mst-words PIC 9(7).
           77 conv-mst-achs PIC 9(7).
           77 conv-mst-games PIC 9(9).
           77 conv-mst-wins PIC 9(9).
           77 conv-mst-losses PIC 9(9).

           *> One header as the stats file held it, while it is
           *> written to or folded into the master
           1 conv-header.
             2 cvh-player PIC X(8).
             2 cvh-games PIC 9(5).
             2 cvh-wins PIC 9(5).
             2 cvh-losses PIC 9(5).
             2 cvh-streak PIC 9(5).

           *> Daily challenge: one word per date for everybody,
           *> one attempt per player per date. The attempt is
           *> claimed on the board before the first guess, so
           *> walking away mid-round - or switching the
           *> terminal off - still uses up the day's attempt
           77 daily-word-status PIC x(2).
           77 daily-board-status PIC x(2).
           77 daily-hist-status PIC x(2).
           77 daily-date PIC X(8).
           77 daily-word PIC X(40).
           77 daily-category PIC X(12).
           77 daily-ok PIC 9. *> 0 is False, 1 is True
           77 daily-board-eof PIC 9. *> 0 is False, 1 is True
           77 daily-sort-eof PIC 9. *> 0 is False, 1 is True
           77 daily-to-report PIC 9. *> 0 is False, 1 is True
           77 daily-board-date PIC X(8).
           77 daily-date-num PIC 9(8).
           77 daily-entrants PIC 9(3).
           77 daily-position PIC 9(3).
           77 daily-rank PIC 9(3).
           77 daily-prev-score PIC 9(5).
           77 daily-prev-wrong PIC 9(2).
           77 daily-hist-added PIC 9(3).
           77 daily-hist-present PIC 9(3).
           77 daily-hist-hold PIC X(35).

           1 daily-header-line.
             2 FILLER PIC X(5) VALUE 'RANK'.
             2 FILLER PIC X(10) VALUE 'PLAYER'.
             2 FILLER PIC X(7) VALUE 'SCORE'.
             2 FILLER PIC X(7) VALUE 'WRONG'.
             2 FILLER PIC X(7) VALUE 'HINTS'.
             2 FILLER PIC X(6) VALUE 'RESULT'.

           1 daily-detail-line.
             2 dbd-rank PIC ZZ9.
             2 FILLER PIC X(2) VALUE SPACES.
             2 dbd-player PIC X(8).
             2 FILLER PIC X(2) VALUE SPACES.
             2 dbd-score PIC ZZZZ9.
             2 FILLER PIC X(4) VALUE SPACES.
             2 dbd-wrong PIC Z9.
             2 FILLER PIC X(5) VALUE SPACES.
             2 dbd-hints PIC Z9.
             2 FILLER PIC X(3) VALUE SPACES.
             2 dbd-result PIC X(7).

           *> Player activity statement: one player's rounds over
           *> a date window, out of the live log and every
           *> archive, with monthly subtotals, the best and worst
           *> rounds and the achievements earned in the window.
           *> STMT-MONTH holds the month being subtotalled
           77 stmt-player PIC X(8).
           77 stmt-from-date PIC X(8).
           77 stmt-to-date PIC X(8).
           77 stmt-from-entry PIC X(8).
           77 stmt-to-entry PIC X(8).
           77 stmt-today PIC X(8).
           77 stmt-quarter PIC 9(1).
           77 stmt-month PIC X(6).
           77 stmt-sort-eof PIC 9. *> 0 is False, 1 is True
           77 stmt-ach-eof PIC 9. *> 0 is False, 1 is True
           77 stmt-diff-slot PIC 9(1) COMP.
           77 stmt-hold-max-wrong PIC 9(2) COMP.
           77 stmt-score PIC 9(5).
           77 stmt-ach-count PIC 9(3).
           77 stmt-mon-rounds PIC 9(5).
           77 stmt-mon-wins PIC 9(5).
           77 stmt-mon-wrong PIC 9(5).
           77 stmt-mon-hints PIC 9(5).
           77 stmt-mon-score PIC 9(7).
           77 stmt-tot-rounds PIC 9(5).
           77 stmt-tot-wins PIC 9(5).
           77 stmt-tot-wrong PIC 9(5).
           77 stmt-tot-hints PIC 9(5).
           77 stmt-tot-score PIC 9(7).
           77 stmt-best-date PIC X(8).
           77 stmt-best-word PIC X(24).
           77 stmt-best-score PIC 9(5).
           77 stmt-worst-date PIC X(8).
           77 stmt-worst-word PIC X(24).
           77 stmt-worst-score PIC 9(5).
           77 stmt-worst-wrong PIC 9(2).

           *> The quarter-end run's control counts
           77 stmt-written PIC 9(5).
           77 stmt-failed PIC 9(5).
           77 stmt-all-rounds PIC 9(5).

           *> Session register. SESSION-PLAYER is the ID this
           *> terminal signed on with - CURRENT-PLAYER changes
           *> hands during a tournament. A session with no
           *> activity for SESSION-IDLE-MINS is cleared as
           *> TIMEOUT by the next sign-on at either terminal
           77 session-status PIC x(2).
           77 session-jnl-status PIC x(2).
           77 session-terminal PIC X(8) VALUE 'CONSOLE'.
           77 session-player PIC X(8) VALUE SPACES.
           77 session-sweep-terminal PIC X(8).
           77 session-busy-terminal PIC X(8).
           77 session-event PIC X(8).
           77 session-save-key PIC X(16).
           77 session-hold PIC X(49).
           77 session-eof PIC 9. *> 0 is False, 1 is True
           77 session-refused PIC 9. *> 0 is False, 1 is True
           77 session-lost PIC 9. *> 0 is False, 1 is True
           77 session-add-rounds PIC 9(1).
           77 session-idle-mins PIC 9(3) VALUE 30.
           77 session-now-secs PIC 9(11) COMP.
           77 session-start-secs PIC 9(11) COMP.
           77 session-minutes PIC 9(5).
           77 session-cleared PIC 9(5).

           *> USAGE: sessions, minutes and rounds per player per
           *> day out of the session journal, with day and
           *> window totals. A session counts on the day it began
           77 usage-from-date PIC X(8).
           77 usage-to-date PIC X(8).
           77 usage-jnl-eof PIC 9. *> 0 is False, 1 is True
           77 usage-sort-eof PIC 9. *> 0 is False, 1 is True
           77 usage-date PIC X(8).
           77 usage-player PIC X(8).
           77 usage-sessions PIC 9(5).
           77 usage-minutes PIC 9(7).
           77 usage-rounds PIC 9(5).
           77 usage-refused PIC 9(5).
           77 usage-day-sessions PIC 9(5).
           77 usage-day-minutes PIC 9(7).
           77 usage-day-rounds PIC 9(5).
           77 usage-day-refused PIC 9(5).
           77 usage-tot-sessions PIC 9(5).
           77 usage-tot-minutes PIC 9(7).
           77 usage-tot-rounds PIC 9(5).
           77 usage-tot-refused PIC 9(5).

           1 usage-header-line.
             2 FILLER PIC X(10) VALUE 'DATE'.
             2 FILLER PIC X(10) VALUE 'PLAYER'.
             2 FILLER PIC X(10) VALUE 'SESSIONS'.
             2 FILLER PIC X(10) VALUE 'MINUTES'.
             2 FILLER PIC X(8) VALUE 'ROUNDS'.
             2 FILLER PIC X(7) VALUE 'REFUSED'.

           1 usage-detail-line.
             2 ud-date PIC X(8).
             2 FILLER PIC X(2) VALUE SPACES.
             2 ud-player PIC X(8).
             2 FILLER PIC X(5) VALUE SPACES.
             2 ud-sessions PIC ZZZZ9.
             2 FILLER PIC X(2) VALUE SPACES.
             2 ud-minutes PIC ZZZZZZ9.
             2 FILLER PIC X(4) VALUE SPACES.
             2 ud-rounds PIC ZZZZ9.
             2 FILLER PIC X(4) VALUE SPACES.
             2 ud-refused PIC ZZZZ9.

           *> A YYYYMMDD date taken apart, for finding the
           *> quarter it falls in
           1 stmt-date.
             2 stmt-year PIC 9(4).
             2 stmt-mm PIC 9(2).
             2 stmt-dd PIC 9(2).
           1 stmt-date-num REDEFINES stmt-date PIC 9(8).

           1 stmt-header-line.
             2 FILLER PIC X(10) VALUE 'DATE'.
             2 FILLER PIC X(25) VALUE 'WORD'.
             2 FILLER PIC X(13) VALUE 'CATEGORY'.
             2 FILLER PIC X(6) VALUE 'DIFF'.
             2 FILLER PIC X(6) VALUE 'WRONG'.
             2 FILLER PIC X(6) VALUE 'HINTS'.
             2 FILLER PIC X(8) VALUE 'RESULT'.
             2 FILLER PIC X(5) VALUE 'SCORE'.

           1 stmt-detail-line.
             2 std-date PIC X(8).
             2 FILLER PIC X(2) VALUE SPACES.
             2 std-word PIC X(24).
             2 FILLER PIC X(1) VALUE SPACES.
             2 std-category PIC X(12).
             2 FILLER PIC X(1) VALUE SPACES.
             2 std-diff PIC X(6).
             2 FILLER PIC X(2) VALUE SPACES.
             2 std-wrong PIC Z9.
             2 FILLER PIC X(4) VALUE SPACES.
             2 std-hints PIC Z9.
             2 FILLER PIC X(2) VALUE SPACES.
             2 std-result PIC X(4).
             2 FILLER PIC X(4) VALUE SPACES.
             2 std-score PIC ZZZZ9.

           1 operator-table.
             2 operator-entry OCCURS 50 TIMES INDEXED BY op-idx.
               3 opt-id PIC X(8).
               3 opt-password PIC X(8).
               3 opt-auth-batch PIC X(1).
               3 opt-auth-words PIC X(1).
               3 opt-auth-profiles PIC X(1).
               3 opt-failures PIC 9(2) COMP.
               3 opt-locked PIC X(1).
               3 opt-new-pw PIC X(1).

       SCREEN SECTION.
           1 titre.
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 17 COL 7 VALUE
                   'D) Daily challenge word'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 18 COL 7 VALUE
                   'B) Daily results board'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 20 COL 1 VALUE 'What do you want to do? '.
               2 action PIC x(1) TO a REQUIRED.

           1 sign-on.
               2 LINE 11 COL 1 VALUE 'Player ID: '.
               2 player-id-input PIC x(8) TO player-id-entry.

           1 operator-sign-on.
               *> The admin menu options want an operator, not
               *> just a player; SECURE keeps the password echo
               *> masked the same way the two-player secret is

               2 LINE 7 COL 7 VALUE
                   'This option is for authorised operators only.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 9 COL 7 VALUE
                   'Sign on with your operator ID and password.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 11 COL 1 VALUE 'Operator ID: '.
               2 operator-id-input PIC x(8) TO operator-id-entry
                   REQUIRED.

               2 LINE 13 COL 1 VALUE 'Password:    '.
               2 operator-pw-input PIC x(8) TO operator-pw-entry
                   SECURE REQUIRED.

           1 operator-new-pw.
               *> A new or reset operator chooses a password under
               *> the sign-on, typed twice, masked

               2 LINE 15 COL 7 VALUE
                   'A new password is required before going on.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 17 COL 1 VALUE 'New password: '.
               2 operator-new-input PIC x(8) TO operator-new-pw-entry
                   SECURE REQUIRED.
               2 LINE 18 COL 1 VALUE 'Repeat it:    '.
               2 operator-rpt-input PIC x(8) TO operator-rpt-pw-entry
                   SECURE REQUIRED.

           1 view-stats.
               *> Display the running game tally

               2 LINE 10 COL 9 VALUE '2) Add a word'.
               2 LINE 11 COL 9 VALUE '3) Retire a word'.
               2 LINE 12 COL 9 VALUE '4) Import words from WORDSIN.DAT'.
               2 LINE 13 COL 9 VALUE '5) Restore the bank as of a date'.
               2 LINE 14 COL 9 VALUE '6) Set the live dates of a word'.
               2 LINE 15 COL 9 VALUE '7) Upcoming and expired words'.
               2 LINE 16 COL 9 VALUE '8) Back to the main menu'.

               2 LINE 18 COL 1 VALUE 'Your choice? '.
               2 maint-choice PIC x(1) TO m REQUIRED.

           1 admin-menu.
               2 LINE 10 COL 9 VALUE '2) Retire a profile'.
               2 LINE 11 COL 9 VALUE '3) Rename a profile'.
               2 LINE 12 COL 9 VALUE '4) Merge into another profile'.
               2 LINE 13 COL 9 VALUE '5) Player activity statement'.
               2 LINE 14 COL 9 VALUE '6) Back to the main menu'.

               2 LINE 16 COL 1 VALUE 'Your choice? '.
               2 admin-choice PIC x(1) TO p REQUIRED.

           1 admin-pick-player.
               2 LINE 13 COL 1 VALUE 'Target player ID: '.
               2 admin-new-input PIC x(8) TO admin-new-id REQUIRED.

           1 admin-stmt-range.
               *> Take the statement's window under the player ID;
               *> a blank start is the first of this quarter and a
               *> blank end is today

               2 LINE 13 COL 7 VALUE
                   'Dates as YYYYMMDD, blank for this quarter.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 15 COL 1 VALUE 'From date: '.
               2 stmt-from-input PIC x(8) TO stmt-from-entry.
               2 LINE 16 COL 1 VALUE 'To date:   '.
               2 stmt-to-input PIC x(8) TO stmt-to-entry.

           1 maint-add-word.
               *> Take the word to put into the bank

               2 LINE 11 COL 1 VALUE 'Word to retire: '.
               2 retire-word-input PIC x(40) TO new-word REQUIRED.

           1 maint-date-word.
               *> Take the word whose live dates change

               2 BLANK SCREEN.
               2 LINE 7 COL 7 VALUE
                   'Set the live dates of a word.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 11 COL 1 VALUE 'Word: '.
               2 date-word-input PIC x(40) TO new-word REQUIRED.

           1 maint-word-dates.
               *> Take the window a word is live in, under the
               *> word itself; a blank end is open

               2 LINE 13 COL 7 VALUE
                   'Live dates as YYYYMMDD, blank for open-ended.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 15 COL 1 VALUE 'Live from: '.
               2 eff-from-input PIC x(8) TO new-eff-from.
               2 LINE 16 COL 1 VALUE 'Live to:   '.
               2 eff-to-input PIC x(8) TO new-eff-to.

           1 maint-restore-date.
               *> Take the day the word bank should be rolled
               *> back to

               2 BLANK SCREEN.
               2 LINE 7 COL 7 VALUE
                   'Roll the word bank back to a date.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 9 COL 7 VALUE
                   'The bank goes back to how it stood at the end'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 10 COL 7 VALUE
                   'of that day, as far as the journal reaches.'
                   BACKGROUND-COLOR 0
                   FOREGROUND-COLOR 15.

               2 LINE 12 COL 1 VALUE 'Restore as of (YYYYMMDD): '.
               2 restore-date-input PIC x(8) TO restore-date-entry
                   REQUIRED.

           1 maint-msg.
               *> One-line outcome of a maintenance action

               MOVE 15 TO white.
               MOVE 0 TO black.

               *> Load the playable words and the high-score table;
               *> the player files are read as each player needs
               *> them
               PERFORM LOAD-WORDS
               PERFORM LOAD-HI-SCORES
               PERFORM LOAD-WORD-RATINGS

               *> overnight without anyone at the keyboard
               ACCEPT command-line-param FROM COMMAND-LINE
               IF command-line-param(1:5) = 'BATCH' THEN
                   MOVE 'BATCH' TO job-name
                   MOVE 'BATCH' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> that window and leaves a dated report file for
               *> the scheduler - no menu, no keyboard
               IF command-line-param(1:6) = 'REPORT' THEN
                   MOVE 'REPORT' TO job-name
                   MOVE 'REPORT' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> old records move to a dated archive file and
               *> a control report balances the counts
               IF command-line-param(1:7) = 'ARCHIVE' THEN
                   MOVE 'ARCHIVE' TO job-name
                   MOVE 'ARCHIVE' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> report and a nonzero return code when anything
               *> is out of balance
               IF command-line-param(1:5) = 'AUDIT' THEN
                   MOVE 'AUDIT' TO job-name
                   MOVE 'AUDIT' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> WORDRATE.DAT, which the next session's word
               *> selection picks up
               IF command-line-param(1:4) = 'RATE' THEN
                   MOVE 'RATE' TO job-name
                   MOVE 'RATE' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> overnight verification pass always covers what
               *> is actually in play
               IF command-line-param(1:7) = 'GENDECK' THEN
                   MOVE 'GENDECK' TO job-name
                   MOVE 'GENDECK' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> A "REPLAY" startup parameter, with an optional
               *> date window and player, plays the journaled
               *> rounds again and reports every recorded result,
               *> leaderboard score or tournament standing the
               *> replay does not reproduce
               IF command-line-param(1:6) = 'REPLAY' THEN
                   MOVE 'REPLAY' TO job-name
                   MOVE 'REPLAY' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> An "EXTRACT" startup parameter writes the
               *> delimited feed files for the spreadsheet and
               *> warehouse side; EXTRACT FULL re-sends the whole
               *> game log instead of what is new since the last
               *> successful run
               IF command-line-param(1:7) = 'EXTRACT' THEN
                   MOVE 'EXTRACT' TO job-name
                   MOVE 'EXTRACT' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> A "DAYCLOSE" startup parameter, with an optional
               *> date, closes a day's daily challenge: the ranked
               *> board goes to a dated report and every entry
               *> into the players' running history
               IF command-line-param(1:8) = 'DAYCLOSE' THEN
                   MOVE 'DAYCLOSE' TO job-name
                   MOVE 'DAYCLOSE' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> A "QTRSTMT" startup parameter, with an optional
               *> from/to date pair, writes every player's activity
               *> statement - by default for the quarter just ended
               IF command-line-param(1:7) = 'QTRSTMT' THEN
                   MOVE 'QTRSTMT' TO job-name
                   MOVE 'QTRSTMT' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> A "USAGE" startup parameter, with an optional
               *> from/to date pair, reports terminal sessions,
               *> minutes and rounds per player per day out of
               *> the session journal
               IF command-line-param(1:5) = 'USAGE' THEN
                   MOVE 'USAGE' TO job-name
                   MOVE 'USAGE' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> A "NIGHTLY" startup parameter runs the overnight
               *> steps as one job stream, in order, each gated on
               *> the one before it; a rerun after a failure picks
               *> up at the step that failed
               IF command-line-param(1:7) = 'NIGHTLY' THEN
                   PERFORM RUN-NIGHTLY-MODE
                   STOP RUN
               END-IF

               *> A "STATUS" startup parameter shows the last run of
               *> every job in the job journal and flags any
               *> overnight job that has not completed in the past
               *> day
               IF command-line-param(1:6) = 'STATUS' THEN
                   PERFORM RUN-STATUS-MODE
                   STOP RUN
               END-IF

               *> A "CONVERT" startup parameter loads STATS.DAT into
               *> the player files, once, and leaves a control
               *> report proving every header, used word and
               *> achievement arrived
               IF command-line-param(1:7) = 'CONVERT' THEN
                   MOVE 'CONVERT' TO job-name
                   MOVE 'CONVERT' TO job-step-name
                   PERFORM RUN-JOB-STEP
                   STOP RUN
               END-IF

               *> Nobody plays on an empty master while the history
               *> is still sitting in STATS.DAT
               PERFORM CHECK-PLAYER-MASTER

               *> Which terminal this is, for the session register;
               *> each terminal sets HANGTERM to its own name, and
               *> a lone terminal can leave it unset
               ACCEPT session-terminal FROM ENVIRONMENT 'HANGTERM'
               IF session-terminal = SPACES THEN
                   MOVE 'CONSOLE' TO session-terminal
               END-IF
               MOVE FUNCTION UPPER-CASE(session-terminal)
                   TO session-terminal

               *> Find out who is playing before anything else, so
               *> every game lands on the right tally
               PERFORM PLAYER-SIGN-ON
                   DISPLAY titre
                   DISPLAY main-menu
                   ACCEPT action

                   *> Every menu pick is activity on the session; a
                   *> session cleared as idle meanwhile is signed on
                   *> again before the pick goes ahead
                   MOVE 0 TO session-add-rounds
                   PERFORM TOUCH-SESSION
                   IF session-lost = 1 THEN
                       PERFORM RESUME-SESSION
                   END-IF

                   EVALUATE action
                     WHEN '1'
                       PERFORM PLAY-ONE-GAME
                       ACCEPT trash

                     WHEN '3'
                       PERFORM PLAYER-SIGN-OFF
                       MOVE 1 TO quit-requested

                     WHEN '4'
                       MOVE 'BATCH' TO auth-function
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF auth-granted = 1 THEN
                           PERFORM RUN-BATCH-MODE
                       END-IF

                     WHEN '5'
                       PERFORM PRINT-REPORT

                     WHEN '6'
                       MOVE 'WORDS' TO auth-function
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF auth-granted = 1 THEN
                           PERFORM WORD-MAINTENANCE
                       END-IF

                     WHEN '7'
                       PERFORM SHOW-HI-SCORES
                       PERFORM TWO-PLAYER-GAME

                     WHEN '9'
                       MOVE 'PROFILES' TO auth-function
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF auth-granted = 1 THEN
                           PERFORM PROFILE-ADMIN
                       END-IF

                     WHEN 'T'
                       PERFORM TOURNAMENT-MODE
                     WHEN 't'
                       PERFORM TOURNAMENT-MODE

                     WHEN 'D'
                       PERFORM PLAY-DAILY-CHALLENGE

                     WHEN 'd'
                       PERFORM PLAY-DAILY-CHALLENGE

                     WHEN 'B'
                       PERFORM SHOW-DAILY-BOARD

                     WHEN 'b'
                       PERFORM SHOW-DAILY-BOARD

                     WHEN OTHER
                       DISPLAY invalid-action

           PLAY-ONE-GAME.
               *> Pick a word and run one full round; bails out with
               *> a message instead of picking from an empty table
               *> if WORDS.DAT turned out missing or empty, or no
               *> word in it is live today
               PERFORM SET-LIVE-WORDS
               IF live-word-count = 0 THEN
                   DISPLAY no-words-available
                   ACCEPT trash
               ELSE
                   *> wrong guesses the player is allowed
                   PERFORM ASK-DIFFICULTY

                   *> Build the list of live words matching the
                   *> chosen category (SPACES means any category)
                   MOVE 0 TO candidate-count
                   PERFORM VARYING word-idx FROM 1 BY 1
                       UNTIL word-idx > word-count
                       IF hw-live(word-idx) = 1 AND
                           (selected-category = SPACES OR
                           hw-category(word-idx) = selected-category)
                           THEN
                           ADD 1 TO candidate-count
                           MOVE word-idx TO candidate-index-entry
                       END-IF
                   END-PERFORM

                   *> No word in that category: fall back to every
                   *> live word rather than stall the game
                   IF candidate-count = 0 THEN
                       PERFORM VARYING word-idx FROM 1 BY 1
                           UNTIL word-idx > word-count
                           IF hw-live(word-idx) = 1 THEN
                               ADD 1 TO candidate-count
                               MOVE word-idx TO candidate-index-entry
                                   (candidate-count)
                           END-IF
                       END-PERFORM
                   END-IF

                   *> Prefer a word this player has not already
                   *> played, looked up by key in USEDWORD.DAT; if
                   *> every candidate has been used, play from the
                   *> full candidate list rather than stall the game
                   MOVE candidate-count TO prior-candidate-count
                   MOVE 0 TO candidate-count
                   OPEN INPUT USED-WORD-FILE
                   PERFORM VARYING cand-idx FROM 1 BY 1
                       UNTIL cand-idx > prior-candidate-count
                       MOVE candidate-index-entry(cand-idx) TO word-idx
                       MOVE 0 TO used-word-found
                       MOVE current-player TO UW-PLAYER
                       MOVE hw-word(word-idx) TO UW-WORD
                       READ USED-WORD-FILE KEY IS UW-KEY
                           NOT INVALID KEY
                               MOVE 1 TO used-word-found
                       END-READ
                       IF used-word-found = 0 THEN
                           ADD 1 TO candidate-count
                           MOVE word-idx TO candidate-index-entry
                               (candidate-count)
                       END-IF
                   END-PERFORM
                   CLOSE USED-WORD-FILE
                   IF candidate-count = 0 THEN
                       MOVE prior-candidate-count TO candidate-count
                   END-IF
               MOVE 0 TO tried-count
               MOVE 0 TO hint-count
               MOVE 0 TO new-ach-count
               MOVE 0 TO round-guess-count
               MOVE SPACES TO repeat-msg

               *> Start the game loop
                   ELSE
                       PERFORM PROCESS-NORMAL-GUESS
                   END-IF
                   PERFORM NOTE-ROUND-GUESS
               END-PERFORM

               IF hangGuessed = hangWord THEN
               PERFORM APPEND-GAME-LOG
               IF two-player-mode = 0 THEN
                   ADD 1 TO stats-games-played
                   PERFORM SAVE-ROUND-STATS
               END-IF

               *> Every round played here counts on this terminal's
               *> session, whoever's turn it was
               MOVE 1 TO session-add-rounds
               PERFORM TOUCH-SESSION.

           ASK-DIFFICULTY.
               *> Put the difficulty menu up and set how many
               *> the used-word history or the leaderboard - and
               *> the deck ignores used-word history so every
               *> seat gets exactly the same words
               PERFORM SET-LIVE-WORDS
               IF live-word-count < tourney-deck-size THEN
                   MOVE 'Not enough words for a tournament!'
                       TO maint-msg-text
                   DISPLAY maint-msg
                   ACCEPT trash
               ELSE
                   PERFORM DRAW-TOURNEY-DECK
                   ACCEPT clock-date FROM DATE YYYYMMDD
                   ACCEPT clock-time FROM TIME
                   MOVE clock-date TO tourney-start-date
                   MOVE clock-time(1:6) TO tourney-start-time
                   MOVE 0 TO tourney-player-count
                   INITIALIZE tourney-standings


           DRAW-TOURNEY-DECK.
               *> Draw the fixed deck: distinct random picks from
               *> the words live today, the same random pick the
               *> solo game uses
               MOVE 0 TO candidate-count
               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                   IF hw-live(word-idx) = 1 THEN
                       ADD 1 TO candidate-count
                       MOVE word-idx
                           TO candidate-index-entry(candidate-count)
                   END-IF
               END-PERFORM

               MOVE 0 TO tourney-word-no
               PERFORM UNTIL tourney-word-no = tourney-deck-size
                   COMPUTE random-index =
                       FUNCTION INTEGER(
                           FUNCTION RANDOM() * candidate-count) + 1
                   MOVE candidate-index-entry(random-index)
                       TO deck-pick
                   MOVE 0 TO deck-dupe
                   PERFORM VARYING deck-scan FROM 1 BY 1
                       UNTIL deck-scan > tourney-word-no
                       MOVE tsp-id(ts-idx) TO TN-PLAYER
                       MOVE tsp-score(ts-idx) TO TN-SCORE
                       MOVE tsp-wins(ts-idx) TO TN-WINS
                       MOVE tourney-start-date TO TN-DATE
                       MOVE tourney-start-time TO TN-TIME
                       WRITE TOURNEY-RECORD
                   END-PERFORM
                   CLOSE TOURNEY-FILE
               END-IF
               MOVE 'REPORT.DAT' TO report-file-name.

           PLAY-DAILY-CHALLENGE.
               *> The word of the day: the same word for every
               *> player at both terminals, one attempt each per
               *> date. The attempt is claimed on the board before
               *> the first guess and settled after the last. The
               *> round is played at the standard tolerance and,
               *> like a tournament round, rides the pass-and-play
               *> switch, so it stays out of the solo tally, the
               *> used-word history and the leaderboard
               IF current-player = 'GUEST' THEN
                   MOVE 'Sign on as yourself for the daily word!'
                       TO maint-msg-text
                   DISPLAY maint-msg
                   ACCEPT trash
               ELSE
                   PERFORM ENTER-DAILY-CHALLENGE
                   IF daily-ok = 1 THEN
                       MOVE daily-word TO hangWord
                       MOVE 'DAILY' TO selected-category
                       MOVE 7 TO max-wrong-guesses
                       MOVE 1 TO playing
                       MOVE 0 TO loseLevel
                       MOVE 1 TO two-player-mode
                       PERFORM PLAY-ROUND
                       MOVE 0 TO two-player-mode
                       PERFORM POST-DAILY-RESULT
                   ELSE
                       DISPLAY maint-msg
                       ACCEPT trash
                   END-IF
               END-IF.

           ENTER-DAILY-CHALLENGE.
               *> Under the lock, find or draw today's word and
               *> claim this player's attempt at it. DAILY-OK is
               *> left off, with the reason in MAINT-MSG-TEXT,
               *> when there is no word or the attempt is gone
               MOVE 0 TO daily-ok
               MOVE SPACES TO maint-msg-text
               ACCEPT daily-date FROM DATE YYYYMMDD
               PERFORM ACQUIRE-FILE-LOCK
               PERFORM GET-DAILY-WORD
               IF daily-word = SPACES THEN
                   MOVE 'No word is live for today!' TO maint-msg-text
               ELSE
                   OPEN I-O DAILY-BOARD-FILE
                   IF daily-board-status = '00'
                       OR daily-board-status = '05' THEN
                       MOVE daily-date TO DB-DATE
                       MOVE current-player TO DB-PLAYER
                       READ DAILY-BOARD-FILE KEY IS DB-KEY
                           INVALID KEY
                               PERFORM CLAIM-DAILY-ATTEMPT
                           NOT INVALID KEY
                               MOVE 'You have already played today!'
                                   TO maint-msg-text
                       END-READ
                       CLOSE DAILY-BOARD-FILE
                   END-IF
                   IF daily-ok = 0 AND maint-msg-text = SPACES THEN
                       MOVE 'Could not write DAILYBRD.DAT!'
                           TO maint-msg-text
                   END-IF
               END-IF
               PERFORM RELEASE-FILE-LOCK.

           CLAIM-DAILY-ATTEMPT.
               *> Put the player on today's board as PLAY before
               *> the round starts
               MOVE daily-date TO DB-DATE
               MOVE current-player TO DB-PLAYER
               ACCEPT clock-time FROM TIME
               MOVE clock-time(1:6) TO DB-TIME
               MOVE 'PLAY' TO DB-RESULT
               MOVE 0 TO DB-SCORE
               MOVE 0 TO DB-WRONG
               MOVE 0 TO DB-HINTS
               WRITE DAILY-BOARD-RECORD
               IF daily-board-status = '00' THEN
                   MOVE 1 TO daily-ok
               END-IF.

           GET-DAILY-WORD.
               *> DAILY-DATE's word from DAILYWRD.DAT, drawn and
               *> filed by whoever asks first. The caller holds
               *> the lock, so both terminals always get the one
               *> draw. DAILY-WORD stays blank when nothing is
               *> live to draw from
               MOVE SPACES TO daily-word
               MOVE SPACES TO daily-category
               OPEN I-O DAILY-WORD-FILE
               IF daily-word-status = '00'
                   OR daily-word-status = '05' THEN
                   MOVE daily-date TO DW-DATE
                   READ DAILY-WORD-FILE KEY IS DW-DATE
                       INVALID KEY
                           PERFORM DRAW-DAILY-WORD
                       NOT INVALID KEY
                           MOVE DW-WORD TO daily-word
                           MOVE DW-CATEGORY TO daily-category
                   END-READ
                   CLOSE DAILY-WORD-FILE
               END-IF.

           DRAW-DAILY-WORD.
               *> A random pick from the words live today, the
               *> same pick the solo game makes, filed against
               *> DAILY-DATE; a draw that cannot be filed is not
               *> played, or the other terminal could draw again
               PERFORM SET-LIVE-WORDS
               IF live-word-count > 0 THEN
                   MOVE 0 TO candidate-count
                   PERFORM VARYING word-idx FROM 1 BY 1
                       UNTIL word-idx > word-count
                       IF hw-live(word-idx) = 1 THEN
                           ADD 1 TO candidate-count
                           MOVE word-idx
                               TO candidate-index-entry(candidate-count)
                       END-IF
                   END-PERFORM
                   COMPUTE random-index =
                       FUNCTION INTEGER(
                           FUNCTION RANDOM() * candidate-count) + 1
                   MOVE candidate-index-entry(random-index)
                       TO word-slot

                   MOVE daily-date TO DW-DATE
                   MOVE hw-category(word-slot) TO DW-CATEGORY
                   MOVE hw-word(word-slot) TO DW-WORD
                   WRITE DAILY-WORD-RECORD
                   IF daily-word-status = '00' THEN
                       MOVE DW-WORD TO daily-word
                       MOVE DW-CATEGORY TO daily-category
                   END-IF
               END-IF.

           POST-DAILY-RESULT.
               *> Settle the claimed attempt with how the round
               *> went; a loss scores nothing
               PERFORM ACQUIRE-FILE-LOCK
               OPEN I-O DAILY-BOARD-FILE
               IF daily-board-status = '00' THEN
                   MOVE daily-date TO DB-DATE
                   MOVE current-player TO DB-PLAYER
                   READ DAILY-BOARD-FILE KEY IS DB-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM SETTLE-DAILY-ATTEMPT
                   END-READ
                   CLOSE DAILY-BOARD-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCK.

           SETTLE-DAILY-ATTEMPT.
               MOVE game-result TO DB-RESULT
               IF game-result = 'WIN ' THEN
                   MOVE game-score TO DB-SCORE
               ELSE
                   MOVE 0 TO DB-SCORE
               END-IF
               MOVE loseLevel TO DB-WRONG
               MOVE hint-count TO DB-HINTS
               REWRITE DAILY-BOARD-RECORD.

           SHOW-DAILY-BOARD.
               *> Today's board on screen, best first
               ACCEPT daily-board-date FROM DATE YYYYMMDD
               MOVE 0 TO daily-to-report
               DISPLAY ' '
               DISPLAY 'DAILY CHALLENGE BOARD  ' daily-board-date
               DISPLAY daily-header-line
               PERFORM SORT-DAILY-BOARD
               IF daily-entrants = 0 THEN
                   DISPLAY 'Nobody has played today yet.'
               END-IF
               DISPLAY 'Press ENTER to continue...'
               ACCEPT trash.

           SORT-DAILY-BOARD.
               *> Rank DAILY-BOARD-DATE's board: highest score
               *> first, fewest wrong guesses breaking a tie, then
               *> fewest hints. Each ranked line goes to the screen,
               *> or with DAILY-TO-REPORT on to the report and the
               *> history
               MOVE 0 TO daily-entrants
               MOVE 0 TO daily-position
               SORT DAILY-SORT-FILE
                   ON DESCENDING KEY DS-SCORE
                   ON ASCENDING KEY DS-WRONG
                   ON ASCENDING KEY DS-HINTS
                   ON ASCENDING KEY DS-PLAYER
                   INPUT PROCEDURE IS DAILY-SORT-IN
                   OUTPUT PROCEDURE IS DAILY-SORT-OUT.

           DAILY-SORT-IN.
               *> Feed the sort the date's entries, walked on from
               *> the date's first key. An attempt still marked
               *> PLAY scores nothing and sorts below every
               *> finished round
               MOVE 0 TO daily-board-eof
               OPEN INPUT DAILY-BOARD-FILE
               IF daily-board-status = '00' THEN
                   MOVE daily-board-date TO DB-DATE
                   MOVE LOW-VALUES TO DB-PLAYER
                   START DAILY-BOARD-FILE KEY IS NOT LESS THAN DB-KEY
                       INVALID KEY
                           MOVE 1 TO daily-board-eof
                   END-START
                   PERFORM UNTIL daily-board-eof = 1
                       READ DAILY-BOARD-FILE NEXT RECORD
                           AT END MOVE 1 TO daily-board-eof
                           NOT AT END
                               IF DB-DATE = daily-board-date THEN
                                   PERFORM RELEASE-DAILY-ENTRY
                               ELSE
                                   MOVE 1 TO daily-board-eof
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DAILY-BOARD-FILE
               END-IF.

           RELEASE-DAILY-ENTRY.
               ADD 1 TO daily-entrants
               MOVE DB-PLAYER TO DS-PLAYER
               MOVE DB-RESULT TO DS-RESULT
               MOVE DB-HINTS TO DS-HINTS
               IF DB-RESULT = 'PLAY' THEN
                   MOVE 0 TO DS-SCORE
                   MOVE 99 TO DS-WRONG
               ELSE
                   MOVE DB-SCORE TO DS-SCORE
                   MOVE DB-WRONG TO DS-WRONG
               END-IF
               RELEASE DAILY-SORT-RECORD.

           DAILY-SORT-OUT.
               *> Number the ranked entries; an entry level with
               *> the one above on score and wrong guesses shares
               *> its rank
               MOVE 0 TO daily-sort-eof
               PERFORM UNTIL daily-sort-eof = 1
                   RETURN DAILY-SORT-FILE
                       AT END MOVE 1 TO daily-sort-eof
                       NOT AT END PERFORM RANK-DAILY-ENTRY
                   END-RETURN
               END-PERFORM.

           RANK-DAILY-ENTRY.
               ADD 1 TO daily-position
               IF daily-position = 1
                   OR DS-SCORE NOT = daily-prev-score
                   OR DS-WRONG NOT = daily-prev-wrong THEN
                   MOVE daily-position TO daily-rank
               END-IF
               MOVE DS-SCORE TO daily-prev-score
               MOVE DS-WRONG TO daily-prev-wrong

               MOVE daily-rank TO dbd-rank
               MOVE DS-PLAYER TO dbd-player
               MOVE DS-SCORE TO dbd-score
               MOVE DS-HINTS TO dbd-hints
               EVALUATE DS-RESULT
                 WHEN 'WIN '
                   MOVE 'WON' TO dbd-result
                 WHEN 'LOSE'
                   MOVE 'LOST' TO dbd-result
                 WHEN OTHER
                   IF daily-to-report = 1 THEN
                       MOVE 'DNF' TO dbd-result
                   ELSE
                       MOVE 'PLAYING' TO dbd-result
                   END-IF
               END-EVALUATE
               IF DS-RESULT = 'PLAY' THEN
                   MOVE 0 TO dbd-wrong
               ELSE
                   MOVE DS-WRONG TO dbd-wrong
               END-IF

               IF daily-to-report = 1 THEN
                   MOVE daily-detail-line TO report-line
                   PERFORM WRITE-REPORT-LINE
                   PERFORM FILE-DAILY-HISTORY
               ELSE
                   DISPLAY daily-detail-line
               END-IF.

           FILE-DAILY-HISTORY.
               *> One closed day's entry into the player's running
               *> history; a day filed before is counted, not
               *> filed again
               MOVE DS-PLAYER TO DH-PLAYER
               MOVE daily-board-date TO DH-DATE
               IF DS-RESULT = 'PLAY' THEN
                   MOVE 'DNF ' TO DH-RESULT
                   MOVE 0 TO DH-WRONG
               ELSE
                   MOVE DS-RESULT TO DH-RESULT
                   MOVE DS-WRONG TO DH-WRONG
               END-IF
               MOVE DS-SCORE TO DH-SCORE
               MOVE DS-HINTS TO DH-HINTS
               MOVE daily-rank TO DH-RANK
               MOVE daily-entrants TO DH-ENTRANTS
               WRITE DAILY-HIST-RECORD
                   INVALID KEY
                       ADD 1 TO daily-hist-present
                   NOT INVALID KEY
                       ADD 1 TO daily-hist-added
               END-WRITE.

           ASK-CATEGORY.
               *> Put the category menu up and land the choice in
               *> SELECTED-CATEGORY; SPACES means any category
                                       TO hw-category(word-count)
                                   MOVE load-word
                                       TO hw-word(word-count)
                                   MOVE WR-EFF-FROM
                                       TO hw-eff-from(word-count)
                                   MOVE WR-EFF-TO
                                       TO hw-eff-to(word-count)
                               ELSE
                                   ADD 1 TO words-rejected
                                   PERFORM WRITE-WORD-REJECT
                       WRITE WORDS-ERR-RECORD
                       CLOSE WORDS-ERR-FILE
                   END-IF
               END-IF
               PERFORM SET-LIVE-WORDS.

           VALIDATE-WORD-RECORD.
               *> Screen one WORD-RECORD; leaves the cleaned-up
                   END-IF
               END-IF

               IF load-word-ok = 1 THEN
                   MOVE WR-EFF-FROM TO eff-from-check
                   MOVE WR-EFF-TO TO eff-to-check
                   PERFORM CHECK-EFF-DATES
                   IF eff-dates-ok = 0 THEN
                       MOVE 0 TO load-word-ok
                       MOVE eff-reason TO load-reason
                   END-IF
               END-IF

               IF load-word-ok = 1 THEN
                   PERFORM VARYING word-idx FROM 1 BY 1
                       UNTIL word-idx > word-count
                       WR-CATEGORY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WR-WORD DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WR-EFF-FROM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WR-EFF-TO DELIMITED BY SIZE
                       INTO words-err-line
                   END-STRING
                   MOVE words-err-line TO WORDS-ERR-RECORD
                   WRITE WORDS-ERR-RECORD
               END-IF.

           CHECK-EFF-DATES.
               *> Screen a word's live window in EFF-FROM-CHECK and
               *> EFF-TO-CHECK: each end blank (open) or a real
               *> YYYYMMDD calendar date, and a closed window may
               *> not end before it starts. EFF-REASON says why not
               MOVE 1 TO eff-dates-ok
               MOVE SPACES TO eff-reason

               IF eff-from-check NOT = SPACES THEN
                   MOVE 0 TO eff-dates-ok
                   IF eff-from-check IS NUMERIC THEN
                       MOVE eff-from-check TO eff-date-num
                       IF FUNCTION TEST-DATE-YYYYMMDD(eff-date-num)
                           = 0 THEN
                           MOVE 1 TO eff-dates-ok
                       END-IF
                   END-IF
                   IF eff-dates-ok = 0 THEN
                       MOVE 'BAD FROM DATE' TO eff-reason
                   END-IF
               END-IF

               IF eff-dates-ok = 1 AND eff-to-check NOT = SPACES THEN
                   MOVE 0 TO eff-dates-ok
                   IF eff-to-check IS NUMERIC THEN
                       MOVE eff-to-check TO eff-date-num
                       IF FUNCTION TEST-DATE-YYYYMMDD(eff-date-num)
                           = 0 THEN
                           MOVE 1 TO eff-dates-ok
                       END-IF
                   END-IF
                   IF eff-dates-ok = 0 THEN
                       MOVE 'BAD TO DATE' TO eff-reason
                   END-IF
               END-IF

               IF eff-dates-ok = 1
                   AND eff-from-check NOT = SPACES
                   AND eff-to-check NOT = SPACES
                   AND eff-to-check < eff-from-check THEN
                   MOVE 0 TO eff-dates-ok
                   MOVE 'DATES INVERTED' TO eff-reason
               END-IF.

           SET-LIVE-WORDS.
               *> Mark the bank words live today - inside their
               *> window, both ends inclusive - and count them.
               *> Run ahead of every draw, so a session left up
               *> past midnight still follows the calendar
               ACCEPT word-today FROM DATE YYYYMMDD
               MOVE 0 TO live-word-count
               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                   MOVE 1 TO hw-live(word-idx)
                   IF hw-eff-from(word-idx) NOT = SPACES
                       AND hw-eff-from(word-idx) > word-today THEN
                       MOVE 0 TO hw-live(word-idx)
                   END-IF
                   IF hw-eff-to(word-idx) NOT = SPACES
                       AND hw-eff-to(word-idx) < word-today THEN
                       MOVE 0 TO hw-live(word-idx)
                   END-IF
                   IF hw-live(word-idx) = 1 THEN
                       ADD 1 TO live-word-count
                   END-IF
               END-PERFORM.

           LOAD-STATS.
               *> Find the stats file the conversion loads from.
               *> STATS.DAT is tried first; if it is missing,
               *> damaged or half-written, the newest good
               *> generation is used instead with a warning.
               *> STATS-FILE-NAME is left on the file chosen, and
               *> STATS-LOAD-OK off when nothing is loadable
               MOVE 0 TO stats-load-ok
               MOVE 0 TO stats-main-damaged
               MOVE SPACES TO stats-gen-used
               IF stats-load-ok = 1
                   AND stats-gen-used NOT = 'STATS.DAT' THEN
                   DISPLAY 'WARNING: STATS.DAT is damaged or '
                       'missing - converting from ' stats-gen-used
               END-IF

               *> A present-but-damaged STATS.DAT with no good
               IF stats-load-ok = 0
                   AND stats-main-damaged = 1 THEN
                   DISPLAY 'WARNING: STATS.DAT is damaged and no '
                       'good backup was found'
               END-IF.

           LOAD-STATS-FILE.
               *> Validate one candidate stats file: every record
               *> has to be a proper header ('H' with numeric
               *> counters, or the old anonymous layout), a
               *> used-word record ('W') or an achievement ('A'),
               *> and at least one header has to be there.
               *> Anything else is the torso of an interrupted
               *> save and the whole file is rejected. What is
               *> read is counted on the way, as the conversion's
               *> read totals
               MOVE 0 TO conv-hdr-read
               MOVE 0 TO conv-word-read
               MOVE 0 TO conv-ach-read
               MOVE 0 TO conv-src-games
               MOVE 0 TO conv-src-wins
               MOVE 0 TO conv-src-losses
               MOVE 0 TO stats-eof-flag
               MOVE 0 TO stats-bad-flag
               MOVE 0 TO stats-load-ok
                   END-PERFORM
                   CLOSE STATS-FILE

                   IF stats-bad-flag = 0 AND conv-hdr-read > 0 THEN
                       MOVE 1 TO stats-load-ok
                   END-IF
               END-IF.

           LOAD-ONE-STATS-RECORD.
               *> Count one stats record, or flag the file as
               *> damaged and stop reading it
               IF SH-TYPE = 'H'
                   AND SH-GAMES IS NUMERIC
                   AND SH-WINS IS NUMERIC
                   AND SH-LOSSES IS NUMERIC
                   AND SH-STREAK IS NUMERIC THEN
                   ADD 1 TO conv-hdr-read
                   ADD SH-GAMES TO conv-src-games
                   ADD SH-WINS TO conv-src-wins
                   ADD SH-LOSSES TO conv-src-losses
               ELSE
                   IF SOH-TYPE = 'H'
                       AND SOH-GAMES IS NUMERIC
                       AND SOH-LOSSES IS NUMERIC
                       AND SOH-STREAK IS NUMERIC
                       AND SOH-REST = SPACES THEN
                       ADD 1 TO conv-hdr-read
                       ADD SOH-GAMES TO conv-src-games
                       ADD SOH-WINS TO conv-src-wins
                       ADD SOH-LOSSES TO conv-src-losses
                   ELSE
                       IF SW-TYPE = 'W' THEN
                           ADD 1 TO conv-word-read
                       ELSE
                           IF SA-TYPE = 'A' THEN
                               ADD 1 TO conv-ach-read
                           ELSE
                               MOVE 1 TO stats-bad-flag
                               MOVE 1 TO stats-eof-flag
                   END-IF
               END-IF.

           PLAYER-SIGN-ON.
               *> Ask who is playing and land them on their own
               *> profile; a blank entry plays under GUEST so a
               *> walk-up game still works without signing up.
               *> An ID already signed on at the other terminal is
               *> turned away and the question asked again
               MOVE 1 TO session-refused
               PERFORM UNTIL session-refused = 0
                   MOVE SPACES TO player-id-entry
                   DISPLAY titre
                   DISPLAY sign-on
                   ACCEPT player-id-input

                   IF player-id-entry = SPACES THEN
                       MOVE 'GUEST' TO current-player
                   ELSE
                       MOVE FUNCTION UPPER-CASE(player-id-entry)
                           TO current-player
                   END-IF

                   PERFORM REGISTER-SESSION
               END-PERFORM

               PERFORM SELECT-PROFILE.

           SELECT-PROFILE.
               *> Point the working tally at CURRENT-PLAYER's
               *> master record, writing a fresh one the first
               *> time a new ID signs on - under the lock, so two
               *> terminals signing the same new ID on cannot
               *> both write it. A master that will not open
               *> leaves the session on a zero tally, with a
               *> warning, rather than refuse to play
               MOVE 0 TO stats-games-played
               MOVE 0 TO stats-wins
               MOVE 0 TO stats-losses
               MOVE 0 TO stats-streak

               PERFORM ACQUIRE-FILE-LOCK
               OPEN I-O PLAYER-FILE
               IF player-file-status = '00'
                   OR player-file-status = '05' THEN
                   MOVE current-player TO player-key
                   PERFORM ENSURE-PLAYER-RECORD
                   MOVE PM-GAMES TO stats-games-played
                   MOVE PM-WINS TO stats-wins
                   MOVE PM-LOSSES TO stats-losses
                   MOVE PM-STREAK TO stats-streak
                   CLOSE PLAYER-FILE
               ELSE
                   DISPLAY 'WARNING: PLAYERS.DAT could not be '
                       'opened - status ' player-file-status
               END-IF
               PERFORM RELEASE-FILE-LOCK.

           REGISTER-SESSION.
               *> Put CURRENT-PLAYER on the session register at
               *> this terminal, under the lock. Sessions idle past
               *> the limit, and whatever this terminal left behind
               *> when it was last switched off, are cleared first
               *> as TIMEOUT. A live session for the same ID at
               *> the other terminal turns the sign-on away as
               *> REFUSED, with SESSION-REFUSED on; GUEST is shared
               *> by design and never refused. A register that
               *> will not open does not stop play
               MOVE 0 TO session-refused
               MOVE 0 TO session-cleared
               MOVE SPACES TO session-busy-terminal
               MOVE current-player TO session-player

               PERFORM ACQUIRE-FILE-LOCK
               OPEN I-O SESSION-FILE
               IF session-status = '00'
                   OR session-status = '05' THEN
                   MOVE session-terminal TO session-sweep-terminal
                   PERFORM SWEEP-IDLE-SESSIONS
                   IF current-player NOT = 'GUEST' THEN
                       PERFORM FIND-OTHER-SESSION
                   END-IF

                   ACCEPT clock-date FROM DATE YYYYMMDD
                   ACCEPT clock-time FROM TIME
                   MOVE current-player TO SR-PLAYER
                   MOVE session-terminal TO SR-TERMINAL
                   MOVE clock-date TO SR-START-DATE
                   MOVE clock-time(1:6) TO SR-START-TIME
                   MOVE clock-date TO SR-LAST-DATE
                   MOVE clock-time(1:6) TO SR-LAST-TIME
                   MOVE 0 TO SR-ROUNDS
                   IF session-busy-terminal = SPACES THEN
                       WRITE SESSION-RECORD
                       MOVE 'SIGNON' TO session-event
                   ELSE
                       MOVE 1 TO session-refused
                       MOVE 'REFUSED' TO session-event
                   END-IF
                   PERFORM JOURNAL-SESSION-EVENT
                   CLOSE SESSION-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCK

               IF session-refused = 1 THEN
                   MOVE SPACES TO maint-msg-text
                   STRING current-player DELIMITED BY SPACE
                       ' is already signed on at ' DELIMITED BY SIZE
                       session-busy-terminal DELIMITED BY SPACE
                       INTO maint-msg-text
                   END-STRING
                   DISPLAY maint-msg
                   ACCEPT trash
               END-IF.

           SWEEP-IDLE-SESSIONS.
               *> Clear every session on the open register idle
               *> past the limit, and every session still standing
               *> at SESSION-SWEEP-TERMINAL, journaling each as
               *> TIMEOUT; SESSION-CLEARED counts them. After a
               *> delete the walk carries on past the deleted key
               ACCEPT clock-date FROM DATE YYYYMMDD
               ACCEPT clock-time FROM TIME
               MOVE clock-date TO status-date-num
               MOVE clock-time(1:6) TO status-time-num
               PERFORM STATUS-SECONDS
               MOVE status-done-secs TO session-now-secs

               MOVE 0 TO session-eof
               MOVE LOW-VALUES TO SR-KEY
               START SESSION-FILE KEY IS NOT LESS THAN SR-KEY
                   INVALID KEY
                       MOVE 1 TO session-eof
               END-START
               PERFORM UNTIL session-eof = 1
                   READ SESSION-FILE NEXT RECORD
                       AT END MOVE 1 TO session-eof
                       NOT AT END PERFORM CHECK-ONE-SESSION
                   END-READ
               END-PERFORM.

           CHECK-ONE-SESSION.
               MOVE 0 TO status-done-secs
               IF SR-LAST-DATE IS NUMERIC
                   AND SR-LAST-TIME IS NUMERIC THEN
                   MOVE SR-LAST-DATE TO status-date-num
                   MOVE SR-LAST-TIME TO status-time-num
                   PERFORM STATUS-SECONDS
               END-IF
               IF SR-TERMINAL = session-sweep-terminal
                   OR session-now-secs - status-done-secs >
                   session-idle-mins * 60 THEN
                   MOVE 'TIMEOUT' TO session-event
                   PERFORM JOURNAL-SESSION-EVENT
                   MOVE SR-KEY TO session-save-key
                   DELETE SESSION-FILE RECORD
                   ADD 1 TO session-cleared
                   MOVE session-save-key TO SR-KEY
                   START SESSION-FILE KEY IS GREATER THAN SR-KEY
                       INVALID KEY
                           MOVE 1 TO session-eof
                   END-START
               END-IF.

           FIND-OTHER-SESSION.
               *> SESSION-BUSY-TERMINAL names the terminal where
               *> CURRENT-PLAYER is still signed on, SPACES when
               *> nowhere; this terminal's own were swept already
               MOVE 0 TO session-eof
               MOVE current-player TO SR-PLAYER
               MOVE LOW-VALUES TO SR-TERMINAL
               START SESSION-FILE KEY IS NOT LESS THAN SR-KEY
                   INVALID KEY
                       MOVE 1 TO session-eof
               END-START
               PERFORM UNTIL session-eof = 1
                   READ SESSION-FILE NEXT RECORD
                       AT END MOVE 1 TO session-eof
                       NOT AT END
                           IF SR-PLAYER NOT = current-player THEN
                               MOVE 1 TO session-eof
                           ELSE
                               IF SR-TERMINAL NOT = session-terminal
                                   THEN
                                   MOVE SR-TERMINAL
                                       TO session-busy-terminal
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           TOUCH-SESSION.
               *> Mark this terminal's session active now and add
               *> SESSION-ADD-ROUNDS to its rounds. SESSION-LOST
               *> comes on when the register no longer has it -
               *> the other terminal cleared it as idle
               MOVE 0 TO session-lost
               PERFORM ACQUIRE-FILE-LOCK
               OPEN I-O SESSION-FILE
               IF session-status = '00'
                   OR session-status = '05' THEN
                   MOVE session-player TO SR-PLAYER
                   MOVE session-terminal TO SR-TERMINAL
                   READ SESSION-FILE KEY IS SR-KEY
                       INVALID KEY
                           MOVE 1 TO session-lost
                       NOT INVALID KEY
                           ACCEPT clock-date FROM DATE YYYYMMDD
                           ACCEPT clock-time FROM TIME
                           MOVE clock-date TO SR-LAST-DATE
                           MOVE clock-time(1:6) TO SR-LAST-TIME
                           ADD session-add-rounds TO SR-ROUNDS
                           REWRITE SESSION-RECORD
                   END-READ
                   CLOSE SESSION-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCK.

           RESUME-SESSION.
               *> Back at the keyboard after the session was
               *> cleared as idle: sign the same ID on again, the
               *> same checks as at start-up. If it has meanwhile
               *> signed on at the other terminal, this terminal
               *> has to sign on afresh
               PERFORM REGISTER-SESSION
               IF session-refused = 1 THEN
                   PERFORM PLAYER-SIGN-ON
               END-IF.

           PLAYER-SIGN-OFF.
               *> Take this terminal's session off the register
               *> and journal it as SIGNOFF, ending now
               PERFORM ACQUIRE-FILE-LOCK
               OPEN I-O SESSION-FILE
               IF session-status = '00'
                   OR session-status = '05' THEN
                   MOVE session-player TO SR-PLAYER
                   MOVE session-terminal TO SR-TERMINAL
                   READ SESSION-FILE KEY IS SR-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ACCEPT clock-date FROM DATE YYYYMMDD
                           ACCEPT clock-time FROM TIME
                           MOVE clock-date TO SR-LAST-DATE
                           MOVE clock-time(1:6) TO SR-LAST-TIME
                           MOVE 'SIGNOFF' TO session-event
                           PERFORM JOURNAL-SESSION-EVENT
                           DELETE SESSION-FILE RECORD
                   END-READ
                   CLOSE SESSION-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCK.

           JOURNAL-SESSION-EVENT.
               *> Append SESSION-EVENT for the session in the
               *> register record: when it began, when it was last
               *> active, how many minutes that is and its rounds
               MOVE 0 TO session-minutes
               IF SR-START-DATE IS NUMERIC
                   AND SR-START-TIME IS NUMERIC
                   AND SR-LAST-DATE IS NUMERIC
                   AND SR-LAST-TIME IS NUMERIC THEN
                   MOVE SR-START-DATE TO status-date-num
                   MOVE SR-START-TIME TO status-time-num
                   PERFORM STATUS-SECONDS
                   MOVE status-done-secs TO session-start-secs
                   MOVE SR-LAST-DATE TO status-date-num
                   MOVE SR-LAST-TIME TO status-time-num
                   PERFORM STATUS-SECONDS
                   IF status-done-secs > session-start-secs THEN
                       COMPUTE session-minutes =
                           (status-done-secs - session-start-secs)
                           / 60
                   END-IF
               END-IF

               OPEN EXTEND SESSION-JNL-FILE
               IF session-jnl-status = '00'
                   OR session-jnl-status = '05' THEN
                   ACCEPT clock-date FROM DATE YYYYMMDD
                   ACCEPT clock-time FROM TIME
                   MOVE clock-date TO SN-DATE
                   MOVE clock-time(1:6) TO SN-TIME
                   MOVE session-event TO SN-EVENT
                   MOVE SR-PLAYER TO SN-PLAYER
                   MOVE SR-TERMINAL TO SN-TERMINAL
                   MOVE SR-START-DATE TO SN-START-DATE
                   MOVE SR-START-TIME TO SN-START-TIME
                   MOVE SR-LAST-DATE TO SN-END-DATE
                   MOVE SR-LAST-TIME TO SN-END-TIME
                   MOVE session-minutes TO SN-MINUTES
                   MOVE SR-ROUNDS TO SN-ROUNDS
                   WRITE SESSION-JNL-RECORD
                   CLOSE SESSION-JNL-FILE
               END-IF.

           ENSURE-PLAYER-RECORD.
               *> Read PLAYER-KEY's master record from the player
               *> file open for update, writing a zero record
               *> first when there is none
               PERFORM FIND-PLAYER-RECORD
               IF player-found = 0 THEN
                   MOVE player-key TO PM-PLAYER
                   MOVE 0 TO PM-GAMES
                   MOVE 0 TO PM-WINS
                   MOVE 0 TO PM-LOSSES
                   MOVE 0 TO PM-STREAK
                   WRITE PLAYER-RECORD
               END-IF.

           FIND-PLAYER-RECORD.
               *> Read PLAYER-KEY's master record from the open
               *> player file; PLAYER-FOUND says whether there was
               *> one
               MOVE 0 TO player-found
               MOVE player-key TO PM-PLAYER
               READ PLAYER-FILE KEY IS PM-PLAYER
                   NOT INVALID KEY
                       MOVE 1 TO player-found
               END-READ.

           LOOK-UP-PLAYER.
               *> FIND-PLAYER-RECORD for a caller that does not
               *> have the player file open
               MOVE 0 TO player-found
               OPEN INPUT PLAYER-FILE
               IF player-file-status = '00'
                   OR player-file-status = '05' THEN
                   PERFORM FIND-PLAYER-RECORD
                   CLOSE PLAYER-FILE
               END-IF.

           OPEN-PLAYER-FILES.
               *> Open the master, used-word and achievement files
               *> for update; PLAYER-FILES-OK only when all three
               *> opened. The caller closes them again either way
               MOVE 0 TO player-files-ok
               OPEN I-O PLAYER-FILE
               OPEN I-O USED-WORD-FILE
               OPEN I-O PLAYER-ACH-FILE
               IF (player-file-status = '00'
                   OR player-file-status = '05')
                   AND (used-word-status = '00'
                   OR used-word-status = '05')
                   AND (player-ach-status = '00'
                   OR player-ach-status = '05') THEN
                   MOVE 1 TO player-files-ok
               END-IF.

           CLOSE-PLAYER-FILES.
               CLOSE PLAYER-FILE
               CLOSE USED-WORD-FILE
               CLOSE PLAYER-ACH-FILE.

           CHECK-PLAYER-MASTER.
               *> The player files took over from STATS.DAT. An
               *> empty master next to a STATS.DAT means the
               *> conversion has not been run: playing on would
               *> start everyone from zero, and the conversion
               *> will not load over a master that already has
               *> players on it - so the session stops and says
               *> what to do
               PERFORM PROBE-PLAYER-MASTER
               IF player-found = 0 THEN
                   MOVE 'STATS.DAT' TO stats-file-name
                   OPEN INPUT STATS-FILE
                   IF stats-file-status = '00' THEN
                       CLOSE STATS-FILE
                       DISPLAY 'PLAYERS.DAT is empty but STATS.DAT '
                           'is still here - run CONVERT first'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           PROBE-PLAYER-MASTER.
               *> PLAYER-FOUND on when the master holds at least
               *> one player
               MOVE 0 TO player-found
               MOVE 0 TO player-eof
               OPEN INPUT PLAYER-FILE
               IF player-file-status = '00'
                   OR player-file-status = '05' THEN
                   READ PLAYER-FILE NEXT RECORD
                       AT END MOVE 1 TO player-eof
                       NOT AT END MOVE 1 TO player-found
                   END-READ
                   CLOSE PLAYER-FILE
               END-IF.

           CHECK-OPERATOR-AUTHORITY.
               *> Put the operator sign-on up for the admin option
               *> named in AUTH-FUNCTION and leave AUTH-GRANTED on
               *> only for a known, unlocked operator with the
               *> right password and authority for that option.
               *> A wrong password counts against the operator and
               *> enough of them in a row lock the ID out until
               *> the operators file is reset; the count survives
               *> across sessions because it lives in the file,
               *> which is why the check runs under the lock
               MOVE 0 TO auth-granted
               MOVE SPACES TO auth-reason
               MOVE SPACES TO operator-id-entry
               MOVE SPACES TO operator-pw-entry
               DISPLAY titre
               DISPLAY operator-sign-on
               ACCEPT operator-id-input
               ACCEPT operator-pw-input
               MOVE FUNCTION UPPER-CASE(operator-id-entry)
                   TO operator-id-entry

               PERFORM ACQUIRE-FILE-LOCK
               PERFORM LOAD-OPERATORS
               MOVE 0 TO operator-changed
               MOVE 0 TO operator-new-pw-due
               PERFORM FIND-OPERATOR-SLOT

               *> A file the table cannot hold is never checked
               *> against, nor saved back cut short
               EVALUATE TRUE
                 WHEN operator-overflow = 1
                   MOVE 'TOO MANY OPERS' TO auth-reason
                 WHEN operator-count = 0
                   MOVE 'NO OPERATOR FILE' TO auth-reason
                 WHEN operator-slot = 0
                   MOVE 'UNKNOWN OPERATOR' TO auth-reason
                 WHEN opt-locked(operator-slot) = 'Y'
                   MOVE 'LOCKED OUT' TO auth-reason
                 WHEN OTHER
                   PERFORM CHECK-OPERATOR-PASSWORD
               END-EVALUATE

               IF operator-changed = 1 AND operator-overflow = 0 THEN
                   PERFORM SAVE-OPERATORS
               END-IF
               PERFORM RELEASE-FILE-LOCK

               *> Off the lock, so the other terminal is not held
               *> up while the new password is typed
               IF operator-new-pw-due = 1 THEN
                   PERFORM SET-OPERATOR-PASSWORD
               END-IF

               IF auth-granted = 1 THEN
                   MOVE operator-id-entry TO operator-id
               ELSE
                   PERFORM WRITE-SECURITY-LOG
                   EVALUATE auth-reason
                     WHEN 'LOCKED OUT'
                     WHEN 'LOCKED OUT NOW'
                       MOVE 'Operator is locked out - see supervisor!'
                           TO maint-msg-text
                     WHEN 'TOO MANY OPERS'
                       MOVE 'Too many operators - see supervisor!'
                           TO maint-msg-text
                     WHEN OTHER
                       MOVE 'Access denied!' TO maint-msg-text
                   END-EVALUATE
                   DISPLAY maint-msg
                   ACCEPT trash
               END-IF.

           CHECK-OPERATOR-PASSWORD.
               *> The operator exists and is not locked: a wrong
               *> password counts a failure (the last one allowed
               *> locks the ID), a right one clears the count and
               *> then the authority byte for the option decides.
               *> An operator due a new password with none on file
               *> gets in on whatever was typed, and must set one
               IF opt-password(operator-slot) NOT = operator-pw-entry
                   AND NOT (opt-new-pw(operator-slot) = 'Y'
                       AND opt-password(operator-slot) = SPACES)
                   THEN
                   ADD 1 TO opt-failures(operator-slot)
                   MOVE 1 TO operator-changed
                   IF opt-failures(operator-slot) >= op-max-failures
                       THEN
                       MOVE 'Y' TO opt-locked(operator-slot)
                       MOVE 'LOCKED OUT NOW' TO auth-reason
                   ELSE
                       MOVE 'BAD PASSWORD' TO auth-reason
                   END-IF
               ELSE
                   IF opt-failures(operator-slot) > 0 THEN
                       MOVE 0 TO opt-failures(operator-slot)
                       MOVE 1 TO operator-changed
                   END-IF
                   IF opt-new-pw(operator-slot) = 'Y' THEN
                       MOVE 1 TO operator-new-pw-due
                   END-IF
                   EVALUATE auth-function
                     WHEN 'BATCH'
                       IF opt-auth-batch(operator-slot) = 'Y' THEN
                           MOVE 1 TO auth-granted
                       END-IF
                     WHEN 'WORDS'
                       IF opt-auth-words(operator-slot) = 'Y' THEN
                           MOVE 1 TO auth-granted
                       END-IF
                     WHEN 'PROFILES'
                       IF opt-auth-profiles(operator-slot) = 'Y' THEN
                           MOVE 1 TO auth-granted
                       END-IF
                   END-EVALUATE
                   IF auth-granted = 0 THEN
                       MOVE 'NOT AUTHORISED' TO auth-reason
                   END-IF
               END-IF.

           FIND-OPERATOR-SLOT.
               *> OPERATOR-SLOT is OPERATOR-ID-ENTRY's place in the
               *> loaded table, zero when it is not there
               MOVE 0 TO operator-slot
               PERFORM VARYING op-idx FROM 1 BY 1
                   UNTIL op-idx > operator-count
                   IF opt-id(op-idx) = operator-id-entry THEN
                       MOVE op-idx TO operator-slot
                   END-IF
               END-PERFORM.

           SET-OPERATOR-PASSWORD.
               *> Take the new password twice and file it, clearing
               *> the flag, under the lock with the file re-read -
               *> the other terminal may have changed it meanwhile.
               *> A mismatch, or the blank or old password again,
               *> sets nothing and refuses the sign-on
               MOVE SPACES TO operator-new-pw-entry
               MOVE SPACES TO operator-rpt-pw-entry
               DISPLAY operator-new-pw
               ACCEPT operator-new-input
               ACCEPT operator-rpt-input

               IF operator-new-pw-entry = SPACES
                   OR operator-new-pw-entry NOT = operator-rpt-pw-entry
                   OR operator-new-pw-entry = operator-pw-entry THEN
                   MOVE 0 TO auth-granted
                   MOVE 'PASSWORD NOT SET' TO auth-reason
               ELSE
                   PERFORM ACQUIRE-FILE-LOCK
                   PERFORM LOAD-OPERATORS
                   PERFORM FIND-OPERATOR-SLOT
                   IF operator-overflow = 0 AND operator-slot > 0 THEN
                       MOVE operator-new-pw-entry
                           TO opt-password(operator-slot)
                       MOVE 'N' TO opt-new-pw(operator-slot)
                       PERFORM SAVE-OPERATORS
                   ELSE
                       MOVE 0 TO auth-granted
                       MOVE 'PASSWORD NOT SET' TO auth-reason
                   END-IF
                   PERFORM RELEASE-FILE-LOCK
               END-IF.

           LOAD-OPERATORS.
               *> Read the operators file into the table; blank
               *> lines are skipped, and a failure count that is
               *> not a number reads as none. No file at all
               *> leaves the table empty, which refuses everyone.
               *> One operator more than the table holds turns on
               *> OPERATOR-OVERFLOW, and the file is left alone
               MOVE 0 TO operator-count
               MOVE 0 TO operator-eof
               MOVE 0 TO operator-overflow
               MOVE 'OPERATORS.DAT' TO operator-file-name

               OPEN INPUT OPERATOR-FILE
               IF operator-file-status = '00' THEN
                   PERFORM UNTIL operator-eof = 1
                       READ OPERATOR-FILE
                           AT END MOVE 1 TO operator-eof
                           NOT AT END
                               IF OP-ID NOT = SPACES
                                   AND operator-count >= max-operators
                                   THEN
                                   MOVE 1 TO operator-overflow
                                   MOVE 1 TO operator-eof
                               END-IF
                               IF OP-ID NOT = SPACES
                                   AND operator-overflow = 0 THEN
                                   ADD 1 TO operator-count
                                   MOVE OP-ID
                                       TO opt-id(operator-count)
                                   MOVE OP-PASSWORD
                                       TO opt-password(operator-count)
                                   MOVE OP-AUTH-BATCH
                                       TO opt-auth-batch
                                       (operator-count)
                                   MOVE OP-AUTH-WORDS
                                       TO opt-auth-words
                                       (operator-count)
                                   MOVE OP-AUTH-PROFILES
                                       TO opt-auth-profiles
                                       (operator-count)
                                   IF OP-FAILURES IS NUMERIC THEN
                                       MOVE OP-FAILURES
                                           TO opt-failures
                                           (operator-count)
                                   ELSE
                                       MOVE 0 TO opt-failures
                                           (operator-count)
                                   END-IF
                                   MOVE OP-LOCKED
                                       TO opt-locked(operator-count)
                                   MOVE OP-NEW-PW
                                       TO opt-new-pw(operator-count)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-FILE
               END-IF.

           SAVE-OPERATORS.
               *> Put the operator table back on disk, staged
               *> through OPERWRK.DAT so a failure partway can
               *> never leave a half-written file that locks every
               *> operator out; the old file is kept as
               *> OPERATORS.BAK
               MOVE 'OPERWRK.DAT' TO operator-file-name
               OPEN OUTPUT OPERATOR-FILE
               IF operator-file-status = '00' THEN
                   PERFORM VARYING op-idx FROM 1 BY 1
                       UNTIL op-idx > operator-count
                       MOVE opt-id(op-idx) TO OP-ID
                       MOVE opt-password(op-idx) TO OP-PASSWORD
                       MOVE opt-auth-batch(op-idx) TO OP-AUTH-BATCH
                       MOVE opt-auth-words(op-idx) TO OP-AUTH-WORDS
                       MOVE opt-auth-profiles(op-idx)
                           TO OP-AUTH-PROFILES
                       MOVE opt-failures(op-idx) TO OP-FAILURES
                       MOVE opt-locked(op-idx) TO OP-LOCKED
                       MOVE opt-new-pw(op-idx) TO OP-NEW-PW
                       WRITE OPERATOR-RECORD
                   END-PERFORM
                   CLOSE OPERATOR-FILE

                   IF operator-file-status = '00' THEN
                       MOVE RETURN-CODE TO saved-return-code
                       CALL 'CBL_DELETE_FILE' USING 'OPERATORS.BAK'
                       CALL 'CBL_RENAME_FILE' USING 'OPERATORS.DAT'
                           'OPERATORS.BAK'
                       CALL 'CBL_RENAME_FILE' USING 'OPERWRK.DAT'
                           'OPERATORS.DAT'
                       MOVE saved-return-code TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'OPERATORS.DAT' TO operator-file-name.

           WRITE-SECURITY-LOG.
               *> One line per refused sign-on: when, at whose
               *> session, which operator ID was tried, for what
               *> and why it was turned away
               OPEN EXTEND SECURITY-LOG-FILE
               IF security-log-status = '00'
                   OR security-log-status = '05' THEN
                   ACCEPT clock-date FROM DATE YYYYMMDD
                   ACCEPT clock-time FROM TIME
                   MOVE clock-date TO SL-DATE
                   MOVE clock-time(1:6) TO SL-TIME
                   MOVE current-player TO SL-PLAYER
                   MOVE operator-id-entry TO SL-OPERATOR
                   MOVE auth-function TO SL-FUNCTION
                   MOVE auth-reason TO SL-REASON
                   WRITE SECURITY-LOG-RECORD
                   CLOSE SECURITY-LOG-FILE
               END-IF.

           SAVE-ROUND-STATS.
               *> Save the round that just ended onto the signed-on
               *> player's own records and nobody else's: under
               *> the lock the master record is read fresh - the
               *> other terminal may have saved a round for the
               *> same ID meanwhile - and only this round's delta
               *> (one game, its outcome, its word, its
               *> achievements) is added before it is rewritten.
               *> When both seats play the same ID the streak is
               *> the disk's plus this round - the counts merge,
               *> a streak cannot
               PERFORM ACQUIRE-FILE-LOCK
               PERFORM OPEN-PLAYER-FILES
               IF player-files-ok = 1 THEN
                   MOVE current-player TO player-key
                   PERFORM ENSURE-PLAYER-RECORD
                   ADD 1 TO PM-GAMES
                   IF round-wins > 0 THEN
                       ADD 1 TO PM-WINS
                       ADD 1 TO PM-STREAK
                   END-IF
                   IF round-losses > 0 THEN
                       ADD 1 TO PM-LOSSES
                       MOVE 0 TO PM-STREAK
                   END-IF
                   REWRITE PLAYER-RECORD
                   MOVE PM-GAMES TO stats-games-played
                   MOVE PM-WINS TO stats-wins
                   MOVE PM-LOSSES TO stats-losses
                   MOVE PM-STREAK TO stats-streak
                   PERFORM MARK-WORD-USED
                   PERFORM SAVE-ROUND-ACHIEVEMENTS
               ELSE
                   DISPLAY 'WARNING: the player files could not be '
                       'opened - this round was not saved'
               END-IF
               PERFORM CLOSE-PLAYER-FILES
               PERFORM RELEASE-FILE-LOCK.

           SAVE-ROUND-ACHIEVEMENTS.
               *> File the achievements this round earned; a code
               *> the other terminal already filed for the same ID
               *> stays filed once
               ACCEPT clock-date FROM DATE YYYYMMDD
               PERFORM VARYING ach-scan FROM 1 BY 1
                   UNTIL ach-scan > new-ach-count
                   MOVE current-player TO PA-PLAYER
                   MOVE new-ach-code(ach-scan) TO PA-CODE
                   MOVE clock-date TO PA-DATE
                   WRITE PLAYER-ACH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-PERFORM.

           ACQUIRE-FILE-LOCK.
                   MOVE game-result TO GL-RESULT
                   WRITE GAME-LOG-RECORD
                   CLOSE GAME-LOG-FILE
                   PERFORM WRITE-ROUND-JOURNAL
               END-IF.

           NOTE-ROUND-GUESS.
               *> Keep the guess just made, and what it did, for
               *> the round journal
               IF round-guess-count < max-round-guesses THEN
                   ADD 1 TO round-guess-count
                   IF hint-requested = 1 THEN
                       IF hint-slot > 0 THEN
                           MOVE hint-letter
                               TO rg-letter(round-guess-count)
                       ELSE
                           MOVE SPACE TO rg-letter(round-guess-count)
                       END-IF
                       MOVE '?' TO rg-mark(round-guess-count)
                   ELSE
                       MOVE guess TO rg-letter(round-guess-count)
                       IF goodGuess = 1 THEN
                           MOVE 'H' TO rg-mark(round-guess-count)
                       ELSE
                           MOVE 'M' TO rg-mark(round-guess-count)
                       END-IF
                   END-IF
               END-IF.

           WRITE-ROUND-JOURNAL.
               *> Journal the round's guesses under the same
               *> stamp, player and word its game-log record
               *> just went out with. A loss scores nothing
               OPEN EXTEND ROUND-JNL-FILE
               IF round-jnl-status = '00' OR round-jnl-status = '05'
                   THEN
                   MOVE SPACES TO ROUND-JNL-RECORD
                   MOVE clock-date TO RJ-DATE
                   MOVE clock-time(1:6) TO RJ-TIME
                   MOVE current-player TO RJ-PLAYER
                   MOVE hangWord TO RJ-WORD
                   MOVE selected-category TO RJ-CATEGORY
                   MOVE max-wrong-guesses TO RJ-MAX-WRONG
                   MOVE game-result TO RJ-RESULT
                   IF game-result = 'WIN ' THEN
                       MOVE game-score TO RJ-SCORE
                   ELSE
                       MOVE 0 TO RJ-SCORE
                   END-IF
                   MOVE round-guess-count TO RJ-GUESS-COUNT
                   PERFORM VARYING rg-idx FROM 1 BY 1
                       UNTIL rg-idx > round-guess-count
                       MOVE rg-letter(rg-idx) TO RJ-LETTER(rg-idx)
                       MOVE rg-mark(rg-idx) TO RJ-MARK(rg-idx)
                   END-PERFORM
                   WRITE ROUND-JNL-RECORD
                   CLOSE ROUND-JNL-FILE
               END-IF.

           COMPUTE-SCORE.
               ACCEPT trash.

           PROFILE-ADMIN.
               *> Small sub-menu so the player master can be
               *> curated from the keyboard - mistyped sign-on
               *> IDs otherwise pile up as profiles of their own.
               *> Every round is already on the master, so there
               *> is no working tally to fold in first
               MOVE 0 TO admin-done
               PERFORM UNTIL admin-done = 1
                   INITIALIZE p
                       PERFORM MERGE-PROFILE

                     WHEN '5'
                       PERFORM PLAYER-STATEMENT

                     WHEN '6'
                       MOVE 1 TO admin-done

                     WHEN OTHER
                   END-EVALUATE
               END-PERFORM

               *> The signed-on player may have been renamed or
               *> merged - land them back on their own record
               PERFORM SELECT-PROFILE.

           LIST-PROFILES.
               *> Show every profile on the master with its
               *> tally, in player ID order, the same plain
               *> scrolling listing the leaderboard uses
               DISPLAY ' '
               DISPLAY 'PLAYER PROFILES'
               MOVE 0 TO player-list-count
               MOVE 0 TO player-eof
               OPEN INPUT PLAYER-FILE
               IF player-file-status = '00'
                   OR player-file-status = '05' THEN
                   PERFORM UNTIL player-eof = 1
                       READ PLAYER-FILE NEXT RECORD
                           AT END MOVE 1 TO player-eof
                           NOT AT END
                               IF player-list-count = 0 THEN
                                   DISPLAY prof-header-line
                               END-IF
                               ADD 1 TO player-list-count
                               MOVE PM-PLAYER TO pfd-id
                               MOVE PM-GAMES TO pfd-games
                               MOVE PM-WINS TO pfd-wins
                               MOVE PM-LOSSES TO pfd-losses
                               MOVE PM-STREAK TO pfd-streak
                               DISPLAY prof-detail-line
                       END-READ
                   END-PERFORM
                   CLOSE PLAYER-FILE
               END-IF
               IF player-list-count = 0 THEN
                   DISPLAY 'No profiles yet.'
               END-IF
               DISPLAY 'Press ENTER to continue...'
               ACCEPT trash.

           ASK-ADMIN-PLAYER.
               *> Take the profile an admin action is aimed at;
               *> ADMIN-OLD-FOUND says whether the master has it
               MOVE SPACES TO admin-old-id
               DISPLAY titre
               DISPLAY admin-pick-player
               MOVE FUNCTION UPPER-CASE(admin-old-id)
                   TO admin-old-id

               MOVE admin-old-id TO player-key
               PERFORM LOOK-UP-PLAYER
               MOVE player-found TO admin-old-found.

           ASK-ADMIN-TARGET.
               *> Take the target ID for a rename or merge;
               *> ADMIN-NEW-FOUND says whether the master has it
               MOVE SPACES TO admin-new-id
               DISPLAY admin-pick-target
               ACCEPT admin-new-input
               MOVE FUNCTION UPPER-CASE(admin-new-id)
                   TO admin-new-id

               MOVE admin-new-id TO player-key
               PERFORM LOOK-UP-PLAYER
               MOVE player-found TO admin-new-found.

           RETIRE-PROFILE.
               *> Drop a dead profile and its used-word history;
               *> the logged rounds keep the old ID - there is
               *> nobody to move them to
               MOVE SPACES TO admin-new-id
               PERFORM ASK-ADMIN-PLAYER
               IF admin-old-found = 0 THEN
                   MOVE 'No profile with that ID!' TO maint-msg-text
               ELSE
                   IF admin-old-id = 'GUEST' THEN
                               TO maint-msg-text
                       ELSE
                           PERFORM BEGIN-ADMIN-UPDATE
                           IF admin-old-found = 0 THEN
                               PERFORM ABORT-ADMIN-UPDATE
                               MOVE 'Profile changed - try again!'
                                   TO maint-msg-text
                           ELSE
                               MOVE 'RETIRE-PROF' TO jnl-action
                               MOVE 'B' TO jnl-image-type
                               MOVE admin-old-rec TO PLAYER-RECORD
                               PERFORM JOURNAL-PROFILE-HEADER
                               PERFORM JOURNAL-PLAYER-HISTORY
                               PERFORM DROP-PROFILE-RECORD
                               PERFORM DROP-PLAYER-USED-WORDS
                               PERFORM DROP-PLAYER-ACHIEVEMENTS
                               PERFORM SAVE-ADMIN-CHANGES
                               PERFORM CLOSE-MAINT-JOURNAL
                               MOVE 'Profile retired.'
                                   TO maint-msg-text
                           END-IF
               *> used-word records and the history files so the
               *> record follows the player
               PERFORM ASK-ADMIN-PLAYER
               IF admin-old-found = 0 THEN
                   MOVE 'No profile with that ID!' TO maint-msg-text
               ELSE
                   IF admin-old-id = 'GUEST' THEN
                           MOVE 'No target ID entered!'
                               TO maint-msg-text
                       ELSE
                           IF admin-new-found = 1 THEN
                               MOVE 'That ID exists - merge instead!'
                                   TO maint-msg-text
                           ELSE
                               PERFORM BEGIN-ADMIN-UPDATE
                               IF admin-old-found = 0
                                   OR admin-new-found = 1 THEN
                                   PERFORM ABORT-ADMIN-UPDATE
                                   MOVE 'Profile changed - try again!'
                                       TO maint-msg-text
                               ELSE
                                   MOVE 'RENAME-PROF' TO jnl-action
                                   MOVE 'B' TO jnl-image-type
                                   MOVE admin-old-rec TO PLAYER-RECORD
                                   PERFORM JOURNAL-PROFILE-HEADER
                                   PERFORM JOURNAL-PLAYER-HISTORY
                                   PERFORM RENAME-PROFILE-RECORDS
                               END-IF
                           END-IF
                       END-IF
               DISPLAY maint-msg
               ACCEPT trash.

           RENAME-PROFILE-RECORDS.
               *> Put the profile on the master under the new ID.
               *> The old ID is only dropped, and its history only
               *> carried across, once that write has landed -
               *> otherwise the change is backed out untouched
               MOVE admin-old-rec TO PLAYER-RECORD
               MOVE admin-new-id TO PM-PLAYER
               WRITE PLAYER-RECORD
               IF player-file-status NOT = '00' THEN
                   PERFORM ABORT-ADMIN-UPDATE
                   PERFORM CLOSE-MAINT-JOURNAL
                   MOVE 'Could not write PLAYERS.DAT!'
                       TO maint-msg-text
               ELSE
                   MOVE 'A' TO jnl-image-type
                   PERFORM JOURNAL-PROFILE-HEADER
                   PERFORM DROP-PROFILE-RECORD
                   IF current-player = admin-old-id THEN
                       MOVE admin-new-id TO current-player
                       PERFORM MOVE-SESSION-PLAYER
                   END-IF
                   PERFORM SWEEP-USED-WORD-PLAYER
                   PERFORM SWEEP-ACH-PLAYER
                   PERFORM SWEEP-DAILY-HIST-PLAYER
                   PERFORM SAVE-ADMIN-CHANGES
                   PERFORM SWEEP-LOG-PLAYER
                   PERFORM SWEEP-HI-SCORE-PLAYER
                   PERFORM CLOSE-MAINT-JOURNAL
                   MOVE 'Profile renamed.' TO maint-msg-text
               END-IF.

           MERGE-PROFILE.
               *> Fold one profile into another: tallies added,
               *> streak taken from the survivor, and the history
               *> files swept onto the surviving ID
               PERFORM ASK-ADMIN-PLAYER
               IF admin-old-found = 0 THEN
                   MOVE 'No profile with that ID!' TO maint-msg-text
               ELSE
                   IF admin-old-id = 'GUEST' THEN
                           TO maint-msg-text
                   ELSE
                       PERFORM ASK-ADMIN-TARGET
                       IF admin-new-found = 0 THEN
                           MOVE 'No profile with the target ID!'
                               TO maint-msg-text
                       ELSE
                           IF admin-new-id = admin-old-id THEN
                               MOVE 'Cannot merge into itself!'
                                   TO maint-msg-text
                           ELSE
                               PERFORM BEGIN-ADMIN-UPDATE
                               IF admin-old-found = 0
                                   OR admin-new-found = 0 THEN
                                   PERFORM ABORT-ADMIN-UPDATE
                                   MOVE 'Profile changed - try again!'
                                       TO maint-msg-text
                               ELSE
                                   MOVE 'MERGE-PROF' TO jnl-action
                                   MOVE 'B' TO jnl-image-type
                                   MOVE admin-old-rec TO PLAYER-RECORD
                                   PERFORM JOURNAL-PROFILE-HEADER
                                   PERFORM JOURNAL-PLAYER-HISTORY
                                   MOVE admin-new-id TO player-key
                                   PERFORM FIND-PLAYER-RECORD
                                   PERFORM JOURNAL-PROFILE-HEADER
                                   PERFORM MERGE-PROFILE-RECORDS
                               END-IF
                           END-IF
                       END-IF
               DISPLAY maint-msg
               ACCEPT trash.

           MERGE-PROFILE-RECORDS.
               *> Add the merged-away tallies onto the survivor.
               *> The old ID is only dropped, and its history only
               *> carried across, once that rewrite has landed -
               *> otherwise the change is backed out untouched
               ADD aor-games TO PM-GAMES
               ADD aor-wins TO PM-WINS
               ADD aor-losses TO PM-LOSSES
               REWRITE PLAYER-RECORD
               IF player-file-status NOT = '00' THEN
                   PERFORM ABORT-ADMIN-UPDATE
                   PERFORM CLOSE-MAINT-JOURNAL
                   MOVE 'Could not write PLAYERS.DAT!'
                       TO maint-msg-text
               ELSE
                   MOVE 'A' TO jnl-image-type
                   PERFORM JOURNAL-PROFILE-HEADER
                   IF current-player = admin-old-id THEN
                       MOVE admin-new-id TO current-player
                       PERFORM MOVE-SESSION-PLAYER
                   END-IF
                   PERFORM DROP-PROFILE-RECORD
                   PERFORM SWEEP-USED-WORD-PLAYER
                   PERFORM SWEEP-ACH-PLAYER
                   PERFORM SWEEP-DAILY-HIST-PLAYER
                   PERFORM SAVE-ADMIN-CHANGES
                   PERFORM SWEEP-LOG-PLAYER
                   PERFORM SWEEP-HI-SCORE-PLAYER
                   PERFORM CLOSE-MAINT-JOURNAL
                   MOVE 'Profiles merged.' TO maint-msg-text
               END-IF.

           MOVE-SESSION-PLAYER.
               *> The signed-on ID was renamed or merged away:
               *> carry this terminal's session onto CURRENT-PLAYER
               *> with its start time and rounds, under the lock
               *> the admin change already holds. When the new ID
               *> is live at the other terminal the session is
               *> signed off instead, and the next menu pick has
               *> this terminal sign on again
               OPEN I-O SESSION-FILE
               IF session-status = '00'
                   OR session-status = '05' THEN
                   MOVE session-player TO SR-PLAYER
                   MOVE session-terminal TO SR-TERMINAL
                   READ SESSION-FILE KEY IS SR-KEY
                       INVALID KEY
                           MOVE 1 TO session-lost
                       NOT INVALID KEY
                           MOVE 0 TO session-lost
                   END-READ
                   IF session-lost = 0 THEN
                       MOVE SESSION-RECORD TO session-hold
                       DELETE SESSION-FILE RECORD
                       MOVE SPACES TO session-busy-terminal
                       PERFORM FIND-OTHER-SESSION
                       MOVE session-hold TO SESSION-RECORD
                       IF session-busy-terminal = SPACES THEN
                           MOVE current-player TO SR-PLAYER
                           WRITE SESSION-RECORD
                       ELSE
                           ACCEPT clock-date FROM DATE YYYYMMDD
                           ACCEPT clock-time FROM TIME
                           MOVE clock-date TO SR-LAST-DATE
                           MOVE clock-time(1:6) TO SR-LAST-TIME
                           MOVE 'SIGNOFF' TO session-event
                           PERFORM JOURNAL-SESSION-EVENT
                       END-IF
                   END-IF
                   CLOSE SESSION-FILE
               END-IF
               MOVE current-player TO session-player.

           PLAYER-STATEMENT.
               *> One player's activity over a date window, for the
               *> player who asks how their quarter went. A blank
               *> start is the first day of this quarter and a
               *> blank end is today. An ID no longer on the master
               *> still has its rounds in the log, so it is not
               *> refused
               PERFORM ASK-ADMIN-PLAYER
               IF admin-old-id = SPACES THEN
                   MOVE 'No player ID entered!' TO maint-msg-text
                   DISPLAY maint-msg
                   ACCEPT trash
               ELSE
                   PERFORM ASK-STATEMENT-RANGE
               END-IF.

           ASK-STATEMENT-RANGE.
               *> Take the window for ADMIN-OLD-ID's statement and
               *> write it
               MOVE SPACES TO stmt-from-entry
               MOVE SPACES TO stmt-to-entry
               DISPLAY admin-stmt-range
               ACCEPT stmt-from-input
               ACCEPT stmt-to-input

               ACCEPT stmt-today FROM DATE YYYYMMDD
               IF stmt-from-entry = SPACES THEN
                   MOVE stmt-today TO stmt-date
                   PERFORM SET-QUARTER-START
                   MOVE stmt-date TO stmt-from-date
               ELSE
                   MOVE stmt-from-entry TO stmt-from-date
               END-IF
               IF stmt-to-entry = SPACES THEN
                   MOVE stmt-today TO stmt-to-date
               ELSE
                   MOVE stmt-to-entry TO stmt-to-date
               END-IF

               MOVE stmt-from-date TO eff-from-check
               MOVE stmt-to-date TO eff-to-check
               PERFORM CHECK-EFF-DATES
               IF eff-dates-ok = 0 THEN
                   MOVE SPACES TO maint-msg-text
                   STRING 'Rejected - ' DELIMITED BY SIZE
                       eff-reason DELIMITED BY SIZE
                       INTO maint-msg-text
                   END-STRING
                   DISPLAY maint-msg
               ELSE
                   MOVE admin-old-id TO stmt-player
                   PERFORM WRITE-PLAYER-STATEMENT
                   IF report-file-status = '00' THEN
                       DISPLAY report-done
                   ELSE
                       DISPLAY report-failed
                   END-IF
               END-IF
               ACCEPT trash
               MOVE 'REPORT.DAT' TO report-file-name.

           SET-QUARTER-START.
               *> Turn the date in STMT-DATE into the first day of
               *> the quarter it falls in
               SUBTRACT 1 FROM stmt-mm
               DIVIDE stmt-mm BY 3 GIVING stmt-quarter
               COMPUTE stmt-mm = stmt-quarter * 3 + 1
               MOVE 1 TO stmt-dd.

           WRITE-PLAYER-STATEMENT.
               *> Write STMT-PLAYER's statement for STMT-FROM-DATE
               *> to STMT-TO-DATE, both ends inclusive, to
               *> STMT.<player>.<to date>.DAT; REPORT-FILE-STATUS
               *> says whether it was written. Each round is scored
               *> again through COMPUTE-SCORE, so the session's own
               *> difficulty is put back afterwards
               MOVE SPACES TO report-file-name
               STRING 'STMT.' DELIMITED BY SIZE
                   stmt-player DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   stmt-to-date DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
                   INTO report-file-name
               END-STRING

               MOVE SPACES TO stmt-month
               MOVE 0 TO stmt-mon-rounds
               MOVE 0 TO stmt-mon-wins
               MOVE 0 TO stmt-mon-wrong
               MOVE 0 TO stmt-mon-hints
               MOVE 0 TO stmt-mon-score
               MOVE 0 TO stmt-tot-rounds
               MOVE 0 TO stmt-tot-wins
               MOVE 0 TO stmt-tot-wrong
               MOVE 0 TO stmt-tot-hints
               MOVE 0 TO stmt-tot-score
               MOVE max-wrong-guesses TO stmt-hold-max-wrong

               OPEN OUTPUT REPORT-FILE
               IF report-file-status = '00' THEN
                   MOVE SPACES TO report-line
                   STRING 'PLAYER ACTIVITY STATEMENT  '
                       DELIMITED BY SIZE
                       stmt-player DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO report-line
                   STRING 'PERIOD ' DELIMITED BY SIZE
                       stmt-from-date DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       stmt-to-date DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO report-line
                   PERFORM WRITE-REPORT-LINE

                   MOVE stmt-header-line TO report-line
                   PERFORM WRITE-REPORT-LINE
                   SORT STMT-SORT-FILE
                       ON ASCENDING KEY SS-DATE
                       ON ASCENDING KEY SS-TIME
                       INPUT PROCEDURE IS STMT-SORT-IN
                       OUTPUT PROCEDURE IS STMT-SORT-OUT

                   IF stmt-tot-rounds = 0 THEN
                       MOVE 'NO ROUNDS IN THIS PERIOD' TO report-line
                       PERFORM WRITE-REPORT-LINE
                   ELSE
                       PERFORM WRITE-STMT-MONTH
                       MOVE SPACES TO report-line
                       STRING 'TOTAL         ROUNDS ' DELIMITED BY SIZE
                           stmt-tot-rounds DELIMITED BY SIZE
                           '  WINS ' DELIMITED BY SIZE
                           stmt-tot-wins DELIMITED BY SIZE
                           '  WRONG ' DELIMITED BY SIZE
                           stmt-tot-wrong DELIMITED BY SIZE
                           '  HINTS ' DELIMITED BY SIZE
                           stmt-tot-hints DELIMITED BY SIZE
                           '  SCORE ' DELIMITED BY SIZE
                           stmt-tot-score DELIMITED BY SIZE
                           INTO report-line
                       END-STRING
                       PERFORM WRITE-REPORT-LINE

                       MOVE SPACES TO report-line
                       PERFORM WRITE-REPORT-LINE
                       MOVE SPACES TO report-line
                       STRING 'BEST ROUND   ' DELIMITED BY SIZE
                           stmt-best-date DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           stmt-best-word DELIMITED BY SIZE
                           '  SCORE ' DELIMITED BY SIZE
                           stmt-best-score DELIMITED BY SIZE
                           INTO report-line
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                       MOVE SPACES TO report-line
                       STRING 'WORST ROUND  ' DELIMITED BY SIZE
                           stmt-worst-date DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           stmt-worst-word DELIMITED BY SIZE
                           '  SCORE ' DELIMITED BY SIZE
                           stmt-worst-score DELIMITED BY SIZE
                           '  WRONG ' DELIMITED BY SIZE
                           stmt-worst-wrong DELIMITED BY SIZE
                           INTO report-line
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   END-IF

                   MOVE SPACES TO report-line
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-STMT-ACHIEVEMENTS
                   CLOSE REPORT-FILE
               END-IF
               MOVE stmt-hold-max-wrong TO max-wrong-guesses.

           STMT-SORT-IN.
               *> Feed the sort STMT-PLAYER's rounds inside the
               *> window, from the live log and from every archive
               *> the month-end cycle has cut
               MOVE 'GAMELOG.DAT' TO game-log-name
               PERFORM STMT-ONE-LOG-FILE

               MOVE 0 TO arch-cat-eof
               OPEN INPUT ARCH-CAT-FILE
               IF arch-cat-status = '00'
                   OR arch-cat-status = '05' THEN
                   PERFORM UNTIL arch-cat-eof = 1
                       READ ARCH-CAT-FILE
                           AT END MOVE 1 TO arch-cat-eof
                           NOT AT END
                               IF ARCH-CAT-RECORD NOT = SPACES THEN
                                   MOVE ARCH-CAT-RECORD
                                       TO game-log-name
                                   PERFORM STMT-ONE-LOG-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-CAT-FILE
               END-IF
               MOVE 'GAMELOG.DAT' TO game-log-name.

           STMT-ONE-LOG-FILE.
               MOVE 0 TO game-log-eof
               OPEN INPUT GAME-LOG-FILE
               IF game-log-status = '00' OR game-log-status = '05'
                   THEN
                   PERFORM UNTIL game-log-eof = 1
                       READ GAME-LOG-FILE
                           AT END MOVE 1 TO game-log-eof
                           NOT AT END
                               IF GL-PLAYER = stmt-player
                                   AND GL-DATE >= stmt-from-date
                                   AND GL-DATE <= stmt-to-date THEN
                                   RELEASE STMT-SORT-RECORD
                                       FROM GAME-LOG-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GAME-LOG-FILE
               END-IF.

           STMT-SORT-OUT.
               MOVE 0 TO stmt-sort-eof
               PERFORM UNTIL stmt-sort-eof = 1
                   RETURN STMT-SORT-FILE
                       AT END MOVE 1 TO stmt-sort-eof
                       NOT AT END PERFORM STMT-ONE-ROUND
                   END-RETURN
               END-PERFORM.

           STMT-ONE-ROUND.
               *> One round onto the statement, closing off the
               *> month before it when the month turns
               IF stmt-month NOT = SPACES
                   AND stmt-month NOT = SS-DATE(1:6) THEN
                   PERFORM WRITE-STMT-MONTH
               END-IF
               MOVE SS-DATE(1:6) TO stmt-month

               *> Scored the way COMPUTE-SCORE scored it when it
               *> was played; a loss scores nothing
               MOVE 0 TO stmt-score
               IF SS-RESULT = 'WIN ' THEN
                   MOVE SS-WORD TO hangWord
                   MOVE LENGTH OF hangWord TO hangWordLen
                   PERFORM UNTIL hangWordLen = 0
                       OR hangWord(hangWordLen:1) NOT = SPACE
                       SUBTRACT 1 FROM hangWordLen
                   END-PERFORM
                   MOVE SS-MAX-WRONG TO max-wrong-guesses
                   MOVE SS-WRONG TO loseLevel
                   MOVE SS-HINTS TO hint-count
                   PERFORM COMPUTE-SCORE
                   MOVE game-score TO stmt-score
               END-IF

               IF SS-MAX-WRONG >= 10 THEN
                   MOVE 1 TO stmt-diff-slot
               ELSE
                   IF SS-MAX-WRONG <= 5 THEN
                       MOVE 3 TO stmt-diff-slot
                   ELSE
                       MOVE 2 TO stmt-diff-slot
                   END-IF
               END-IF

               MOVE SS-DATE TO std-date
               MOVE SS-WORD TO std-word
               IF SS-CATEGORY = SPACES THEN
                   MOVE '(ANY)' TO std-category
               ELSE
                   MOVE SS-CATEGORY TO std-category
               END-IF
               MOVE diff-name(stmt-diff-slot) TO std-diff
               MOVE SS-WRONG TO std-wrong
               MOVE SS-HINTS TO std-hints
               MOVE SS-RESULT TO std-result
               MOVE stmt-score TO std-score
               MOVE stmt-detail-line TO report-line
               PERFORM WRITE-REPORT-LINE

               ADD 1 TO stmt-mon-rounds stmt-tot-rounds
               IF SS-RESULT = 'WIN ' THEN
                   ADD 1 TO stmt-mon-wins stmt-tot-wins
               END-IF
               ADD SS-WRONG TO stmt-mon-wrong stmt-tot-wrong
               ADD SS-HINTS TO stmt-mon-hints stmt-tot-hints
               ADD stmt-score TO stmt-mon-score stmt-tot-score

               *> Best is the top score; worst is the lowest, the
               *> most wrong guesses breaking a tie. The earlier
               *> round keeps a full tie
               IF stmt-tot-rounds = 1
                   OR stmt-score > stmt-best-score THEN
                   MOVE SS-DATE TO stmt-best-date
                   MOVE SS-WORD TO stmt-best-word
                   MOVE stmt-score TO stmt-best-score
               END-IF
               IF stmt-tot-rounds = 1
                   OR stmt-score < stmt-worst-score
                   OR (stmt-score = stmt-worst-score
                       AND SS-WRONG > stmt-worst-wrong) THEN
                   MOVE SS-DATE TO stmt-worst-date
                   MOVE SS-WORD TO stmt-worst-word
                   MOVE stmt-score TO stmt-worst-score
                   MOVE SS-WRONG TO stmt-worst-wrong
               END-IF.

           WRITE-STMT-MONTH.
               *> Subtotal line for STMT-MONTH, then start the
               *> next month's counts from zero
               MOVE SPACES TO report-line
               STRING 'MONTH ' DELIMITED BY SIZE
                   stmt-month DELIMITED BY SIZE
                   '  ROUNDS ' DELIMITED BY SIZE
                   stmt-mon-rounds DELIMITED BY SIZE
                   '  WINS ' DELIMITED BY SIZE
                   stmt-mon-wins DELIMITED BY SIZE
                   '  WRONG ' DELIMITED BY SIZE
                   stmt-mon-wrong DELIMITED BY SIZE
                   '  HINTS ' DELIMITED BY SIZE
                   stmt-mon-hints DELIMITED BY SIZE
                   '  SCORE ' DELIMITED BY SIZE
                   stmt-mon-score DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO report-line
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO stmt-mon-rounds
               MOVE 0 TO stmt-mon-wins
               MOVE 0 TO stmt-mon-wrong
               MOVE 0 TO stmt-mon-hints
               MOVE 0 TO stmt-mon-score.

           WRITE-STMT-ACHIEVEMENTS.
               *> The achievements STMT-PLAYER earned inside the
               *> window, walked on from the player's first key
               MOVE 'ACHIEVEMENTS EARNED IN THE PERIOD' TO report-line
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO stmt-ach-count
               MOVE 0 TO stmt-ach-eof
               OPEN INPUT PLAYER-ACH-FILE
               IF player-ach-status = '00'
                   OR player-ach-status = '05' THEN
                   MOVE stmt-player TO PA-PLAYER
                   MOVE LOW-VALUES TO PA-CODE
                   START PLAYER-ACH-FILE KEY IS NOT LESS THAN PA-KEY
                       INVALID KEY
                           MOVE 1 TO stmt-ach-eof
                   END-START
                   PERFORM UNTIL stmt-ach-eof = 1
                       READ PLAYER-ACH-FILE NEXT RECORD
                           AT END MOVE 1 TO stmt-ach-eof
                           NOT AT END
                               IF PA-PLAYER NOT = stmt-player THEN
                                   MOVE 1 TO stmt-ach-eof
                               ELSE
                                   IF PA-DATE >= stmt-from-date
                                       AND PA-DATE <= stmt-to-date
                                       THEN
                                       ADD 1 TO stmt-ach-count
                                       MOVE SPACES TO report-line
                                       STRING '  ' DELIMITED BY SIZE
                                           PA-DATE DELIMITED BY SIZE
                                           '  ' DELIMITED BY SIZE
                                           PA-CODE DELIMITED BY SIZE
                                           INTO report-line
                                       END-STRING
                                       PERFORM WRITE-REPORT-LINE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAYER-ACH-FILE
               END-IF
               IF stmt-ach-count = 0 THEN
                   MOVE '  NONE' TO report-line
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           DROP-PROFILE-RECORD.
               *> Take ADMIN-OLD-ID's record off the master
               MOVE admin-old-id TO PM-PLAYER
               DELETE PLAYER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.

           DROP-PLAYER-USED-WORDS.
               *> Delete every used-word record the retired ID
               *> holds. Each pass starts again from the ID's
               *> first key, so no read position is ever trusted
               *> across a delete
               MOVE 0 TO used-word-eof
               PERFORM UNTIL used-word-eof = 1
                   PERFORM START-OLD-USED-WORD
                   IF used-word-eof = 0 THEN
                       DELETE USED-WORD-FILE RECORD
                       IF used-word-status NOT = '00' THEN
                           MOVE 1 TO used-word-eof
                       END-IF
                   END-IF
               END-PERFORM.

           SWEEP-USED-WORD-PLAYER.
               *> Move the old ID's used-word records onto the new
               *> ID: each is deleted under the old key and
               *> written under the new one. A word the new ID
               *> already had is not written twice - a merge must
               *> not double an entry up - and only the records
               *> that land are journaled as after images
               MOVE 0 TO used-word-eof
               PERFORM UNTIL used-word-eof = 1
                   PERFORM START-OLD-USED-WORD
                   IF used-word-eof = 0 THEN
                       MOVE UW-WORD TO sweep-word
                       DELETE USED-WORD-FILE RECORD
                       IF used-word-status NOT = '00' THEN
                           MOVE 1 TO used-word-eof
                       ELSE
                           MOVE admin-new-id TO UW-PLAYER
                           MOVE sweep-word TO UW-WORD
                           WRITE USED-WORD-RECORD
                           IF used-word-status = '00' THEN
                               MOVE 'A' TO jnl-image-type
                               PERFORM JOURNAL-USED-WORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           START-OLD-USED-WORD.
               *> Read ADMIN-OLD-ID's first remaining used-word
               *> record; USED-WORD-EOF when it has none left
               MOVE admin-old-id TO UW-PLAYER
               MOVE LOW-VALUES TO UW-WORD
               START USED-WORD-FILE KEY IS NOT LESS THAN UW-KEY
                   INVALID KEY
                       MOVE 1 TO used-word-eof
               END-START
               IF used-word-eof = 0 THEN
                   READ USED-WORD-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO used-word-eof
                   END-READ
               END-IF
               IF used-word-eof = 0
                   AND UW-PLAYER NOT = admin-old-id THEN
                   MOVE 1 TO used-word-eof
               END-IF.

           DROP-PLAYER-ACHIEVEMENTS.
               *> Delete every achievement the retired ID holds,
               *> restarting from its first key the same way
               MOVE 0 TO player-ach-eof
               PERFORM UNTIL player-ach-eof = 1
                   PERFORM START-OLD-ACHIEVEMENT
                   IF player-ach-eof = 0 THEN
                       DELETE PLAYER-ACH-FILE RECORD
                       IF player-ach-status NOT = '00' THEN
                           MOVE 1 TO player-ach-eof
                       END-IF
                   END-IF
               END-PERFORM.

           SWEEP-ACH-PLAYER.
               *> Move the old ID's achievements onto the new ID;
               *> a code the new ID already held is not written
               *> twice - nobody earns FIRST WIN twice
               MOVE 0 TO player-ach-eof
               PERFORM UNTIL player-ach-eof = 1
                   PERFORM START-OLD-ACHIEVEMENT
                   IF player-ach-eof = 0 THEN
                       MOVE PA-CODE TO ach-check-code
                       MOVE PA-DATE TO sweep-ach-date
                       DELETE PLAYER-ACH-FILE RECORD
                       IF player-ach-status NOT = '00' THEN
                           MOVE 1 TO player-ach-eof
                       ELSE
                           MOVE admin-new-id TO PA-PLAYER
                           MOVE ach-check-code TO PA-CODE
                           MOVE sweep-ach-date TO PA-DATE
                           WRITE PLAYER-ACH-RECORD
                           IF player-ach-status = '00' THEN
                               MOVE 'A' TO jnl-image-type
                               PERFORM JOURNAL-ACHIEVEMENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           START-OLD-ACHIEVEMENT.
               *> Read ADMIN-OLD-ID's first remaining achievement;
               *> PLAYER-ACH-EOF when it has none left
               MOVE admin-old-id TO PA-PLAYER
               MOVE LOW-VALUES TO PA-CODE
               START PLAYER-ACH-FILE KEY IS NOT LESS THAN PA-KEY
                   INVALID KEY
                       MOVE 1 TO player-ach-eof
               END-START
               IF player-ach-eof = 0 THEN
                   READ PLAYER-ACH-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO player-ach-eof
                   END-READ
               END-IF
               IF player-ach-eof = 0
                   AND PA-PLAYER NOT = admin-old-id THEN
                   MOVE 1 TO player-ach-eof
               END-IF.

           SWEEP-DAILY-HIST-PLAYER.
               *> Move the old ID's daily-challenge history onto
               *> the new ID, journaled before and after like the
               *> other player files. A day both IDs played keeps
               *> the new ID's result - one player, one attempt -
               *> and the old one survives only in the journal
               OPEN I-O DAILY-HIST-FILE
               IF daily-hist-status = '00' THEN
                   MOVE 'B' TO jnl-image-type
                   MOVE 0 TO daily-board-eof
                   MOVE admin-old-id TO DH-PLAYER
                   MOVE LOW-VALUES TO DH-DATE
                   START DAILY-HIST-FILE KEY IS NOT LESS THAN DH-KEY
                       INVALID KEY
                           MOVE 1 TO daily-board-eof
                   END-START
                   PERFORM UNTIL daily-board-eof = 1
                       READ DAILY-HIST-FILE NEXT RECORD
                           AT END MOVE 1 TO daily-board-eof
                           NOT AT END
                               IF DH-PLAYER = admin-old-id THEN
                                   PERFORM JOURNAL-DAILY-HIST
                               ELSE
                                   MOVE 1 TO daily-board-eof
                               END-IF
                       END-READ
                   END-PERFORM

                   MOVE 0 TO daily-board-eof
                   PERFORM UNTIL daily-board-eof = 1
                       PERFORM START-OLD-DAILY-HIST
                       IF daily-board-eof = 0 THEN
                           MOVE DAILY-HIST-RECORD TO daily-hist-hold
                           DELETE DAILY-HIST-FILE RECORD
                           IF daily-hist-status NOT = '00' THEN
                               MOVE 1 TO daily-board-eof
                           ELSE
                               MOVE daily-hist-hold
                                   TO DAILY-HIST-RECORD
                               MOVE admin-new-id TO DH-PLAYER
                               WRITE DAILY-HIST-RECORD
                               IF daily-hist-status = '00' THEN
                                   MOVE 'A' TO jnl-image-type
                                   PERFORM JOURNAL-DAILY-HIST
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE DAILY-HIST-FILE
               END-IF.

           START-OLD-DAILY-HIST.
               *> Read ADMIN-OLD-ID's first remaining history
               *> record; DAILY-BOARD-EOF when it has none left
               MOVE admin-old-id TO DH-PLAYER
               MOVE LOW-VALUES TO DH-DATE
               START DAILY-HIST-FILE KEY IS NOT LESS THAN DH-KEY
                   INVALID KEY
                       MOVE 1 TO daily-board-eof
               END-START
               IF daily-board-eof = 0 THEN
                   READ DAILY-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO daily-board-eof
                   END-READ
               END-IF
               IF daily-board-eof = 0
                   AND DH-PLAYER NOT = admin-old-id THEN
                   MOVE 1 TO daily-board-eof
               END-IF.

           BEGIN-ADMIN-UPDATE.
               *> Open an admin change: take the lock, open the
               *> player files for update and find the named
               *> profiles again - the other terminal may have
               *> signed a new ID on or saved a round since they
               *> were asked for. The old profile is kept in
               *> ADMIN-OLD-REC as the master holds it now. Files
               *> that will not open read as nothing found
               PERFORM ACQUIRE-FILE-LOCK
               MOVE 0 TO admin-old-found
               MOVE 0 TO admin-new-found
               PERFORM OPEN-PLAYER-FILES
               IF player-files-ok = 1 THEN
                   IF admin-new-id NOT = SPACES THEN
                       MOVE admin-new-id TO player-key
                       PERFORM FIND-PLAYER-RECORD
                       MOVE player-found TO admin-new-found
                   END-IF
                   MOVE admin-old-id TO player-key
                   PERFORM FIND-PLAYER-RECORD
                   MOVE player-found TO admin-old-found
                   MOVE PLAYER-RECORD TO admin-old-rec
               END-IF.

           ABORT-ADMIN-UPDATE.
               *> Back out of an admin change whose target moved
               *> under us: nothing has been written
               PERFORM CLOSE-PLAYER-FILES
               PERFORM RELEASE-FILE-LOCK.

           SAVE-ADMIN-CHANGES.
               *> Close an admin change: the records were
               *> rewritten as it went, so what is left is to
               *> close the player files and let the lock
               *> BEGIN-ADMIN-UPDATE took go
               PERFORM CLOSE-PLAYER-FILES
               PERFORM RELEASE-FILE-LOCK.

           SWEEP-LOG-PLAYER.
                   END-PERFORM
                   CLOSE ARCH-CAT-FILE
               END-IF
               MOVE 'GAMELOG.DAT' TO game-log-name
               PERFORM SWEEP-ROUND-JOURNAL.

           SWEEP-ROUND-JOURNAL.
               *> The round journal is keyed by the same player
               *> ID as the log, so it follows the log onto the
               *> new ID - staged through ROUNDJNW.DAT the way
               *> the log sweep is. The moved log records are
               *> already journaled, and carry the same key
               MOVE 0 TO round-jnl-eof
               OPEN INPUT ROUND-JNL-FILE
               IF round-jnl-status = '00' THEN
                   OPEN OUTPUT ROUND-JNL-WORK-FILE
                   IF round-jnl-work-status = '00' THEN
                       PERFORM UNTIL round-jnl-eof = 1
                           READ ROUND-JNL-FILE
                               AT END MOVE 1 TO round-jnl-eof
                               NOT AT END
                                   IF RJ-PLAYER = admin-old-id THEN
                                       MOVE admin-new-id
                                           TO RJ-PLAYER
                                   END-IF
                                   MOVE ROUND-JNL-RECORD
                                       TO ROUND-JNL-WORK-RECORD
                                   WRITE ROUND-JNL-WORK-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE ROUND-JNL-FILE
                       CLOSE ROUND-JNL-WORK-FILE

                       IF round-jnl-work-status = '00' THEN
                           MOVE RETURN-CODE TO saved-return-code
                           CALL 'CBL_DELETE_FILE'
                               USING 'ROUNDJNL.BAK'
                           CALL 'CBL_RENAME_FILE'
                               USING 'ROUNDJNL.DAT' 'ROUNDJNL.BAK'
                           CALL 'CBL_RENAME_FILE'
                               USING 'ROUNDJNW.DAT' 'ROUNDJNL.DAT'
                           MOVE saved-return-code TO RETURN-CODE
                       END-IF
                   ELSE
                       CLOSE ROUND-JNL-FILE
                   END-IF
               ELSE
                   IF round-jnl-status = '05' THEN
                       CLOSE ROUND-JNL-FILE
                   END-IF
               END-IF.

           SWEEP-ONE-LOG-FILE.
               *> Rewrite one log file (the one the shared FD's
                               AT END MOVE 1 TO game-log-eof
                               NOT AT END
                                   IF GL-PLAYER = admin-old-id THEN
                                       MOVE 'B' TO jnl-image-type
                                       PERFORM JOURNAL-LOG-RECORD
                                       MOVE admin-new-id
                                           TO GL-PLAYER
                                       MOVE 'A' TO jnl-image-type
                                       PERFORM JOURNAL-LOG-RECORD
                                   END-IF
                                   MOVE GAME-LOG-RECORD
                                       TO LOG-WORK-RECORD
               PERFORM VARYING hs-idx FROM 1 BY 1
                   UNTIL hs-idx > hi-score-count
                   IF hst-player(hs-idx) = admin-old-id THEN
                       MOVE 'B' TO jnl-image-type
                       PERFORM JOURNAL-HI-SCORE
                       MOVE admin-new-id TO hst-player(hs-idx)
                       MOVE 'A' TO jnl-image-type
                       PERFORM JOURNAL-HI-SCORE
                   END-IF
               END-PERFORM
               PERFORM SAVE-HI-SCORES
               PERFORM RELEASE-FILE-LOCK.

           JOURNAL-PROFILE-HEADER.
               *> Journal the master record in the player file's
               *> buffer as an image of JNL-IMAGE-TYPE
               MOVE 'PLAYERS.DAT' TO jnl-file
               MOVE PLAYER-RECORD TO jnl-image
               PERFORM WRITE-MAINT-JOURNAL.

           JOURNAL-PLAYER-HISTORY.
               *> Journal every used-word and achievement record
               *> ADMIN-OLD-ID holds, as images of JNL-IMAGE-TYPE,
               *> walking each file on from the ID's first key
               MOVE 0 TO used-word-eof
               MOVE admin-old-id TO UW-PLAYER
               MOVE LOW-VALUES TO UW-WORD
               START USED-WORD-FILE KEY IS NOT LESS THAN UW-KEY
                   INVALID KEY
                       MOVE 1 TO used-word-eof
               END-START
               PERFORM UNTIL used-word-eof = 1
                   READ USED-WORD-FILE NEXT RECORD
                       AT END MOVE 1 TO used-word-eof
                       NOT AT END
                           IF UW-PLAYER = admin-old-id THEN
                               PERFORM JOURNAL-USED-WORD
                           ELSE
                               MOVE 1 TO used-word-eof
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO player-ach-eof
               MOVE admin-old-id TO PA-PLAYER
               MOVE LOW-VALUES TO PA-CODE
               START PLAYER-ACH-FILE KEY IS NOT LESS THAN PA-KEY
                   INVALID KEY
                       MOVE 1 TO player-ach-eof
               END-START
               PERFORM UNTIL player-ach-eof = 1
                   READ PLAYER-ACH-FILE NEXT RECORD
                       AT END MOVE 1 TO player-ach-eof
                       NOT AT END
                           IF PA-PLAYER = admin-old-id THEN
                               PERFORM JOURNAL-ACHIEVEMENT
                           ELSE
                               MOVE 1 TO player-ach-eof
                           END-IF
                   END-READ
               END-PERFORM.

           JOURNAL-USED-WORD.
               MOVE 'USEDWORD.DAT' TO jnl-file
               MOVE USED-WORD-RECORD TO jnl-image
               PERFORM WRITE-MAINT-JOURNAL.

           JOURNAL-ACHIEVEMENT.
               MOVE 'PLAYACH.DAT' TO jnl-file
               MOVE PLAYER-ACH-RECORD TO jnl-image
               PERFORM WRITE-MAINT-JOURNAL.

           JOURNAL-DAILY-HIST.
               MOVE 'DAILYHST.DAT' TO jnl-file
               MOVE DAILY-HIST-RECORD TO jnl-image
               PERFORM WRITE-MAINT-JOURNAL.

           JOURNAL-LOG-RECORD.
               *> Journal the log record in the shared FD's
               *> buffer, against whichever log file is open
               MOVE game-log-name TO jnl-file
               MOVE GAME-LOG-RECORD TO jnl-image
               PERFORM WRITE-MAINT-JOURNAL.

           JOURNAL-HI-SCORE.
               MOVE SPACES TO jnl-hs-image
               MOVE hst-score(hs-idx) TO jhi-score
               MOVE hst-player(hs-idx) TO jhi-player
               MOVE hst-word(hs-idx) TO jhi-word
               MOVE hst-date(hs-idx) TO jhi-date
               MOVE 'HISCORE.DAT' TO jnl-file
               MOVE jnl-hs-image TO jnl-image
               PERFORM WRITE-MAINT-JOURNAL.

           WORD-MAINTENANCE.
               *> Small sub-menu so the word list can be curated
               *> from the keyboard; every change is written back
                       PERFORM IMPORT-WORDS

                     WHEN '5'
                       PERFORM RESTORE-WORD-BANK

                     WHEN '6'
                       PERFORM SCHEDULE-WORD

                     WHEN '7'
                       PERFORM LIST-WORD-SCHEDULE

                     WHEN '8'
                       MOVE 1 TO maint-done

                     WHEN OTHER
               *> sensible shape for a variable-length listing
               PERFORM ASK-CATEGORY
               DISPLAY ' '
               PERFORM DISPLAY-WORD-HEADING
               MOVE 0 TO word-slot
               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                       hw-category(word-idx) = selected-category
                       THEN
                       ADD 1 TO word-slot
                       PERFORM DISPLAY-WORD-LINE
                   END-IF
               END-PERFORM
               IF word-slot = 0 THEN
               DISPLAY 'Press ENTER to continue...'
               ACCEPT trash.

           DISPLAY-WORD-HEADING.
               DISPLAY 'CATEGORY     WORD'
                   '                                     '
                   'FROM     TO'.

           DISPLAY-WORD-LINE.
               *> One bank word and its live window, under
               *> DISPLAY-WORD-HEADING
               DISPLAY hw-category(word-idx) ' '
                   hw-word(word-idx) ' '
                   hw-eff-from(word-idx) ' '
                   hw-eff-to(word-idx).

           LIST-WORD-SCHEDULE.
               *> Every word not live yet, and every word whose
               *> window closed within the last EFF-WINDOW-DAYS
               *> days, so a theme can be checked before it goes
               *> live and a lapsed promotion spotted
               PERFORM SET-LIVE-WORDS
               MOVE word-today TO eff-date-num
               COMPUTE eff-window-start =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(eff-date-num)
                       - eff-window-days)

               DISPLAY ' '
               DISPLAY 'UPCOMING - NOT LIVE UNTIL THEIR FROM DATE'
               PERFORM DISPLAY-WORD-HEADING
               MOVE 0 TO eff-listed
               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                   IF hw-eff-from(word-idx) NOT = SPACES
                       AND hw-eff-from(word-idx) > word-today THEN
                       ADD 1 TO eff-listed
                       PERFORM DISPLAY-WORD-LINE
                   END-IF
               END-PERFORM
               IF eff-listed = 0 THEN
                   DISPLAY 'No upcoming words.'
               END-IF

               DISPLAY ' '
               DISPLAY 'EXPIRED IN THE LAST ' eff-window-days ' DAYS'
               PERFORM DISPLAY-WORD-HEADING
               MOVE 0 TO eff-listed
               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                   IF hw-eff-to(word-idx) NOT = SPACES
                       AND hw-eff-to(word-idx) < word-today
                       AND hw-eff-to(word-idx) >= eff-window-start
                       THEN
                       ADD 1 TO eff-listed
                       PERFORM DISPLAY-WORD-LINE
                   END-IF
               END-PERFORM
               IF eff-listed = 0 THEN
                   DISPLAY 'No recently expired words.'
               END-IF

               DISPLAY 'Press ENTER to continue...'
               ACCEPT trash.

           ADD-WORD.
               *> Put one new word into the bank: a real category,
               *> letters and spaces, no longer than the 40-byte
                       MOVE FUNCTION LOWER-CASE(new-word) TO new-word

                       PERFORM CHECK-NEW-WORD
                       IF new-word-ok = 1 THEN
                           PERFORM ASK-WORD-DATES
                       END-IF
                       IF new-word-ok = 1 THEN
                           ADD 1 TO word-count
                           MOVE selected-category
                               TO hw-category(word-count)
                           MOVE new-word TO hw-word(word-count)
                           MOVE new-eff-from
                               TO hw-eff-from(word-count)
                           MOVE new-eff-to TO hw-eff-to(word-count)
                           PERFORM REWRITE-WORD-FILE
                           IF word-file-status = '00' THEN
                               MOVE 'Word added.' TO maint-msg-text
                               MOVE 'ADD-WORD' TO jnl-action
                               MOVE 'A' TO jnl-image-type
                               MOVE word-count TO jnl-slot
                               PERFORM JOURNAL-BANK-WORD
                               PERFORM CLOSE-MAINT-JOURNAL
                           ELSE
                               *> The file kept the old bank, so
                               *> the table drops the word too
                   ACCEPT trash
               END-IF.

           ASK-WORD-DATES.
               *> Take a word's live window under the word already
               *> on screen and screen it the way a WORDS.DAT load
               *> would; on a reject, say why and leave
               *> NEW-WORD-OK off
               MOVE SPACES TO new-eff-from
               MOVE SPACES TO new-eff-to
               DISPLAY maint-word-dates
               ACCEPT eff-from-input
               ACCEPT eff-to-input

               MOVE new-eff-from TO eff-from-check
               MOVE new-eff-to TO eff-to-check
               PERFORM CHECK-EFF-DATES
               IF eff-dates-ok = 0 THEN
                   MOVE 0 TO new-word-ok
                   MOVE SPACES TO maint-msg-text
                   STRING 'Rejected - ' DELIMITED BY SIZE
                       eff-reason DELIMITED BY SIZE
                       INTO maint-msg-text
                   END-STRING
                   DISPLAY maint-msg
                   ACCEPT trash
               END-IF.

           CHECK-NEW-WORD-TEXT.
               *> The text checks alone - not blank, only letters
               *> and spaces - shared with the pass-and-play
               ELSE
                   MOVE hw-category(word-slot) TO retired-category
                   MOVE hw-word(word-slot) TO retired-word
                   MOVE hw-eff-from(word-slot) TO retired-eff-from
                   MOVE hw-eff-to(word-slot) TO retired-eff-to
                   PERFORM VARYING word-shift FROM word-slot BY 1
                       UNTIL word-shift >= word-count
                       MOVE hangWord-entry(word-shift + 1)
                   PERFORM REWRITE-WORD-FILE
                   IF word-file-status = '00' THEN
                       MOVE 'Word retired.' TO maint-msg-text
                       MOVE 'RETIRE-WORD' TO jnl-action
                       MOVE 'B' TO jnl-image-type
                       MOVE SPACES TO jnl-word-image
                       MOVE retired-category TO jwi-category
                       MOVE retired-word TO jwi-word
                       MOVE retired-eff-from TO jwi-eff-from
                       MOVE retired-eff-to TO jwi-eff-to
                       PERFORM JOURNAL-WORD-IMAGE
                       PERFORM CLOSE-MAINT-JOURNAL
                   ELSE
                       *> The file kept the old bank, so the word
                       *> goes back into the table where it was
                       MOVE retired-category
                           TO hw-category(word-slot)
                       MOVE retired-word TO hw-word(word-slot)
                       MOVE retired-eff-from TO hw-eff-from(word-slot)
                       MOVE retired-eff-to TO hw-eff-to(word-slot)
                       MOVE 'Could not write WORDS.DAT!'
                           TO maint-msg-text
                   END-IF
               DISPLAY maint-msg
               ACCEPT trash.

           SCHEDULE-WORD.
               *> Move the live window of a word already in the
               *> bank - a theme brought forward, a promotion run
               *> on - journaled as the word before and after
               MOVE 1 TO new-word-ok
               MOVE SPACES TO new-word
               DISPLAY maint-date-word
               ACCEPT date-word-input
               MOVE FUNCTION LOWER-CASE(new-word) TO new-word

               MOVE 0 TO word-slot
               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                   IF hw-word(word-idx) = new-word THEN
                       MOVE word-idx TO word-slot
                   END-IF
               END-PERFORM

               IF word-slot = 0 THEN
                   MOVE 'That word is not in the bank!'
                       TO maint-msg-text
               ELSE
                   PERFORM ASK-WORD-DATES
                   IF new-word-ok = 1 THEN
                       MOVE hw-eff-from(word-slot) TO dated-old-from
                       MOVE hw-eff-to(word-slot) TO dated-old-to
                       MOVE new-eff-from TO hw-eff-from(word-slot)
                       MOVE new-eff-to TO hw-eff-to(word-slot)
                       PERFORM REWRITE-WORD-FILE
                       IF word-file-status = '00' THEN
                           MOVE 'Live dates set.' TO maint-msg-text
                           MOVE 'DATE-WORD' TO jnl-action
                           MOVE 'B' TO jnl-image-type
                           MOVE SPACES TO jnl-word-image
                           MOVE hw-category(word-slot) TO jwi-category
                           MOVE hw-word(word-slot) TO jwi-word
                           MOVE dated-old-from TO jwi-eff-from
                           MOVE dated-old-to TO jwi-eff-to
                           PERFORM JOURNAL-WORD-IMAGE
                           MOVE 'A' TO jnl-image-type
                           MOVE word-slot TO jnl-slot
                           PERFORM JOURNAL-BANK-WORD
                           PERFORM CLOSE-MAINT-JOURNAL
                       ELSE
                           *> The file kept the old dates, so the
                           *> table goes back to them too
                           MOVE dated-old-from
                               TO hw-eff-from(word-slot)
                           MOVE dated-old-to TO hw-eff-to(word-slot)
                           MOVE 'Could not write WORDS.DAT!'
                               TO maint-msg-text
                       END-IF
                   END-IF
               END-IF

               *> A rejected window has had its say already
               IF new-word-ok = 1 THEN
                   DISPLAY maint-msg
                   ACCEPT trash
               END-IF.

           IMPORT-WORDS.
               *> Merge a staging file of words into the bank in
               *> one pass: every record goes through the same
                       PERFORM REWRITE-WORD-FILE
                       IF word-file-status = '00' THEN
                           MOVE 'Words imported.' TO maint-msg-text
                           MOVE 'IMPORT-WORDS' TO jnl-action
                           MOVE 'A' TO jnl-image-type
                           COMPUTE jnl-slot = import-start-count + 1
                           PERFORM UNTIL jnl-slot > word-count
                               PERFORM JOURNAL-BANK-WORD
                               ADD 1 TO jnl-slot
                           END-PERFORM
                           PERFORM CLOSE-MAINT-JOURNAL
                       ELSE
                           *> The file kept the old bank, so the
                           *> table drops the imports too
                   ADD 1 TO word-count
                   MOVE WR-CATEGORY TO hw-category(word-count)
                   MOVE load-word TO hw-word(word-count)
                   MOVE WR-EFF-FROM TO hw-eff-from(word-count)
                   MOVE WR-EFF-TO TO hw-eff-to(word-count)
               ELSE
                   IF load-reason = 'DUPLICATE WORD' THEN
                       ADD 1 TO import-present
                               WR-CATEGORY DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WR-WORD DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WR-EFF-FROM DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WR-EFF-TO DELIMITED BY SIZE
                               INTO import-rpt-line
                           END-STRING
                           PERFORM WRITE-IMPORT-LINE
               *> fixed-column layout LOAD-WORDS reads. The write
               *> goes to the WORDSWRK.DAT work file and only
               *> replaces WORDS.DAT after a clean close, keeping
               *> the old bank as WORDS.BAK, so a failure partway
               *> can never leave the curated bank half-written
               MOVE 'WORDSWRK.DAT' TO word-file-name
               OPEN OUTPUT WORD-FILE
               IF word-file-status = '00' THEN
                       UNTIL word-idx > word-count
                       MOVE hw-category(word-idx) TO WR-CATEGORY
                       MOVE hw-word(word-idx) TO WR-WORD
                       MOVE hw-eff-from(word-idx) TO WR-EFF-FROM
                       MOVE hw-eff-to(word-idx) TO WR-EFF-TO
                       WRITE WORD-RECORD
                   END-PERFORM
                   CLOSE WORD-FILE
               END-IF
               MOVE 'WORDS.DAT' TO word-file-name.

           RESTORE-WORD-BANK.
               *> Roll WORDS.DAT back to how it stood at the end
               *> of a chosen day: every journaled word change
               *> dated after that day is undone, newest first, on
               *> the loaded bank - an add is taken out again, a
               *> retire put back. The result goes through the
               *> normal staged rewrite, and only once it is on
               *> disk is the roll-back itself journaled, as the
               *> difference from the bank it replaced, so a
               *> roll-back can in turn be rolled back
               MOVE SPACES TO restore-date-entry
               DISPLAY titre
               DISPLAY maint-restore-date
               ACCEPT restore-date-input

               *> Screened as a real calendar date the way the
               *> live dates are, so a mistyped month cannot undo
               *> the wrong changes
               MOVE restore-date-entry TO eff-from-check
               MOVE SPACES TO eff-to-check
               PERFORM CHECK-EFF-DATES
               IF restore-date-entry = SPACES
                   OR eff-dates-ok = 0 THEN
                   MOVE 'Enter a real date as YYYYMMDD!'
                       TO maint-msg-text
               ELSE
                   MOVE word-count TO hold-word-count
                   MOVE hangWords TO hold-hangWords
                   MOVE 0 TO restore-undone
                   MOVE 0 TO restore-skipped

                   SORT RESTORE-SORT-FILE
                       ON DESCENDING KEY RS-SEQ
                       INPUT PROCEDURE IS RESTORE-SORT-IN
                       OUTPUT PROCEDURE IS RESTORE-SORT-OUT

                   IF restore-undone = 0 THEN
                       MOVE 'No word changes after that date.'
                           TO maint-msg-text
                   ELSE
                       PERFORM REWRITE-WORD-FILE
                       IF word-file-status = '00' THEN
                           PERFORM JOURNAL-RESTORE-CHANGES
                           IF restore-skipped > 0 THEN
                               MOVE
                                   'Restored - bank full, some skipped!'
                                   TO maint-msg-text
                           ELSE
                               MOVE 'Word bank restored.'
                                   TO maint-msg-text
                           END-IF
                       ELSE
                           *> The file kept the current bank, so
                           *> the table goes back to it too
                           MOVE hold-word-count TO word-count
                           MOVE hold-hangWords TO hangWords
                           MOVE 'Could not write WORDS.DAT!'
                               TO maint-msg-text
                       END-IF
                   END-IF
               END-IF
               DISPLAY maint-msg
               ACCEPT trash.

           RESTORE-SORT-IN.
               *> Feed the sort every journaled WORDS.DAT image
               *> dated after the restore date, numbered in
               *> journal order so the sort can turn it round
               MOVE 0 TO restore-seq
               MOVE 0 TO maint-jnl-eof
               OPEN INPUT MAINT-JNL-FILE
               IF maint-jnl-status = '00'
                   OR maint-jnl-status = '05' THEN
                   PERFORM UNTIL maint-jnl-eof = 1
                       READ MAINT-JNL-FILE
                           AT END MOVE 1 TO maint-jnl-eof
                           NOT AT END
                               ADD 1 TO restore-seq
                               IF MJ-FILE = 'WORDS.DAT'
                                   AND MJ-DATE > restore-date-entry
                                   THEN
                                   MOVE restore-seq TO RS-SEQ
                                   MOVE MJ-IMAGE-TYPE
                                       TO RS-IMAGE-TYPE
                                   MOVE MJ-IMAGE TO RS-IMAGE
                                   RELEASE RESTORE-SORT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAINT-JNL-FILE
               END-IF.

           RESTORE-SORT-OUT.
               *> Take the changes back newest first
               MOVE 0 TO restore-sort-eof
               PERFORM UNTIL restore-sort-eof = 1
                   RETURN RESTORE-SORT-FILE
                       AT END MOVE 1 TO restore-sort-eof
                       NOT AT END PERFORM UNDO-ONE-WORD-CHANGE
                   END-RETURN
               END-PERFORM.

           UNDO-ONE-WORD-CHANGE.
               *> Undo one journaled change on the table: an after
               *> image means the word arrived after the restore
               *> date, so it comes out; a before image is what
               *> the word looked like before a later change, so
               *> it goes back in (or replaces what is there)
               ADD 1 TO restore-undone
               MOVE RS-IMAGE TO jnl-word-image
               MOVE 0 TO word-slot
               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                   IF hw-word(word-idx) = jwi-word THEN
                       MOVE word-idx TO word-slot
                   END-IF
               END-PERFORM

               IF RS-IMAGE-TYPE = 'A' THEN
                   IF word-slot > 0 THEN
                       PERFORM VARYING word-shift FROM word-slot BY 1
                           UNTIL word-shift >= word-count
                           MOVE hangWord-entry(word-shift + 1)
                               TO hangWord-entry(word-shift)
                       END-PERFORM
                       SUBTRACT 1 FROM word-count
                   END-IF
               ELSE
                   IF word-slot = 0 THEN
                       IF word-count < max-words THEN
                           ADD 1 TO word-count
                           MOVE word-count TO word-slot
                       ELSE
                           ADD 1 TO restore-skipped
                       END-IF
                   END-IF
                   IF word-slot > 0 THEN
                       MOVE jwi-category TO hw-category(word-slot)
                       MOVE jwi-word TO hw-word(word-slot)
                       MOVE jwi-eff-from TO hw-eff-from(word-slot)
                       MOVE jwi-eff-to TO hw-eff-to(word-slot)
                   END-IF
               END-IF.

           JOURNAL-RESTORE-CHANGES.
               *> Journal the roll-back as the difference between
               *> the bank it replaced and the bank it left, and
               *> list the same difference on screen so the
               *> operator can see what came back and what went
               MOVE 'RESTORE-BANK' TO jnl-action
               MOVE 0 TO restore-changed
               DISPLAY ' '
               DISPLAY 'WORD BANK RESTORED AS OF ' restore-date-entry

               PERFORM VARYING hold-word-idx FROM 1 BY 1
                   UNTIL hold-word-idx > hold-word-count
                   MOVE 0 TO restore-found
                   PERFORM VARYING word-idx FROM 1 BY 1
                       UNTIL word-idx > word-count
                       IF hw-word(word-idx) = hhw-word(hold-word-idx)
                           THEN
                           MOVE 1 TO restore-found
                           IF hw-category(word-idx) NOT =
                               hhw-category(hold-word-idx)
                               OR hw-eff-from(word-idx) NOT =
                               hhw-eff-from(hold-word-idx)
                               OR hw-eff-to(word-idx) NOT =
                               hhw-eff-to(hold-word-idx) THEN
                               MOVE 2 TO restore-found
                           END-IF
                       END-IF
                   END-PERFORM
                   IF restore-found NOT = 1 THEN
                       ADD 1 TO restore-changed
                       MOVE 'B' TO jnl-image-type
                       MOVE SPACES TO jnl-word-image
                       MOVE hhw-category(hold-word-idx)
                           TO jwi-category
                       MOVE hhw-word(hold-word-idx) TO jwi-word
                       MOVE hhw-eff-from(hold-word-idx)
                           TO jwi-eff-from
                       MOVE hhw-eff-to(hold-word-idx) TO jwi-eff-to
                       PERFORM JOURNAL-WORD-IMAGE
                       IF restore-found = 0 THEN
                           DISPLAY 'TAKEN OUT  ' jwi-category ' '
                               jwi-word
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM VARYING word-idx FROM 1 BY 1
                   UNTIL word-idx > word-count
                   MOVE 0 TO restore-found
                   PERFORM VARYING hold-word-idx FROM 1 BY 1
                       UNTIL hold-word-idx > hold-word-count
                       IF hhw-word(hold-word-idx) = hw-word(word-idx)
                           AND hhw-category(hold-word-idx) =
                           hw-category(word-idx)
                           AND hhw-eff-from(hold-word-idx) =
                           hw-eff-from(word-idx)
                           AND hhw-eff-to(hold-word-idx) =
                           hw-eff-to(word-idx) THEN
                           MOVE 1 TO restore-found
                       END-IF
                   END-PERFORM
                   IF restore-found = 0 THEN
                       ADD 1 TO restore-changed
                       MOVE 'A' TO jnl-image-type
                       MOVE word-idx TO jnl-slot
                       PERFORM JOURNAL-BANK-WORD
                       DISPLAY 'PUT BACK   ' hw-category(word-idx) ' '
                           hw-word(word-idx)
                   END-IF
               END-PERFORM
               PERFORM CLOSE-MAINT-JOURNAL

               DISPLAY 'CHANGES: ' restore-changed
               DISPLAY 'Press ENTER to continue...'
               ACCEPT trash.

           JOURNAL-BANK-WORD.
               *> Journal the bank entry at JNL-SLOT as a
               *> WORDS.DAT image of JNL-IMAGE-TYPE
               MOVE SPACES TO jnl-word-image
               MOVE hw-category(jnl-slot) TO jwi-category
               MOVE hw-word(jnl-slot) TO jwi-word
               MOVE hw-eff-from(jnl-slot) TO jwi-eff-from
               MOVE hw-eff-to(jnl-slot) TO jwi-eff-to
               PERFORM JOURNAL-WORD-IMAGE.

           JOURNAL-WORD-IMAGE.
               MOVE 'WORDS.DAT' TO jnl-file
               MOVE jnl-word-image TO jnl-image
               PERFORM WRITE-MAINT-JOURNAL.

           WRITE-MAINT-JOURNAL.
               *> Append one image to the maintenance journal,
               *> stamped with the time and the signed-on
               *> operator; the journal is opened on the first
               *> write of an action and left open for the rest
               IF maint-jnl-open = 0 THEN
                   OPEN EXTEND MAINT-JNL-FILE
                   IF maint-jnl-status = '00'
                       OR maint-jnl-status = '05' THEN
                       MOVE 1 TO maint-jnl-open
                   END-IF
               END-IF
               IF maint-jnl-open = 1 THEN
                   ACCEPT clock-date FROM DATE YYYYMMDD
                   ACCEPT clock-time FROM TIME
                   MOVE clock-date TO MJ-DATE
                   MOVE clock-time(1:6) TO MJ-TIME
                   MOVE operator-id TO MJ-OPERATOR
                   MOVE jnl-action TO MJ-ACTION
                   MOVE jnl-file TO MJ-FILE
                   MOVE jnl-image-type TO MJ-IMAGE-TYPE
                   MOVE jnl-image TO MJ-IMAGE
                   WRITE MAINT-JNL-RECORD
               END-IF.

           CLOSE-MAINT-JOURNAL.
               IF maint-jnl-open = 1 THEN
                   CLOSE MAINT-JNL-FILE
                   MOVE 0 TO maint-jnl-open
               END-IF.

           PRINT-REPORT.
               *> Roll the game history up by category and by
               *> difficulty and leave a printable breakdown in
               *> REPORT.DAT, so nobody has to keep the numbers
               *> on paper next to the terminal; the roll-up can
               *> be limited to a date window so the numbers can
               *> answer "how did yesterday go?"
               PERFORM ASK-REPORT-RANGE
               PERFORM ROLL-UP-GAME-LOG
           RUN-AUDIT-MODE.
               *> Recount every player's wins and losses from the
               *> game log (pass-and-play rounds stay out - they
               *> never touched the solo tally) into the keyed
               *> AUDITWRK.DAT work file, compare them to the
               *> player master, and check that every
               *> leaderboard row has the WIN round behind it.
               *> The tallies are lifetime totals, so the recount
               *> covers the live log plus every dated archive
               *> as the batch verification pass
               MOVE 0 TO audit-player-count
               MOVE 0 TO audit-diff-count
               MOVE 0 TO audit-incomplete
               MOVE 0 TO game-log-eof
               INITIALIZE hi-score-matches

               *> A fresh, empty recount file for this run
               OPEN OUTPUT AUDIT-WORK-FILE
               CLOSE AUDIT-WORK-FILE
               OPEN I-O AUDIT-WORK-FILE
               IF audit-work-status NOT = '00' THEN
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM AUDIT-RECOUNT-AND-REPORT
                   CLOSE AUDIT-WORK-FILE
               END-IF
               MOVE RETURN-CODE TO saved-return-code
               CALL 'CBL_DELETE_FILE' USING 'AUDITWRK.DAT'
               MOVE saved-return-code TO RETURN-CODE.

           AUDIT-RECOUNT-AND-REPORT.
               *> Recount the live log and the archives, then
               *> write the report from the recount
               OPEN INPUT GAME-LOG-FILE
               IF game-log-status = '00' OR game-log-status = '05'
                   THEN
                   PERFORM UNTIL game-log-eof = 1
                       READ GAME-LOG-FILE
                           AT END MOVE 1 TO game-log-eof
                           NOT AT END
                               PERFORM AUDIT-ONE-LOG-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE GAME-LOG-FILE
               END-IF

               PERFORM AUDIT-ARCHIVED-LOGS

               OPEN OUTPUT AUDIT-RPT-FILE
               IF audit-rpt-status = '00' THEN
                   ACCEPT clock-date FROM DATE YYYYMMDD
                   MOVE SPACES TO audit-line
                   STRING 'CROSS-FILE AUDIT REPORT  '
                       DELIMITED BY SIZE
                       clock-date DELIMITED BY SIZE
                       INTO audit-line
                   END-STRING
                   PERFORM WRITE-AUDIT-LINE

                   PERFORM AUDIT-CHECK-PROFILES
                   PERFORM AUDIT-CHECK-LOG-PLAYERS
                   PERFORM AUDIT-CHECK-HI-SCORES

                   MOVE SPACES TO audit-line
                   STRING 'DISCREPANCIES: ' DELIMITED BY SIZE
                       audit-diff-count DELIMITED BY SIZE
                       INTO audit-line
                   END-STRING
                   PERFORM WRITE-AUDIT-LINE
                   CLOSE AUDIT-RPT-FILE

                   EVALUATE TRUE
                       WHEN audit-incomplete = 1
                           *> Part of the check never ran, so
                           *> the count above proves nothing
                           MOVE 12 TO RETURN-CODE
                       WHEN audit-diff-count > 0
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
               ELSE
                   *> An audit that could not write its report
                   *> must not read to the scheduler as clean
                   MOVE 12 TO RETURN-CODE
               END-IF.

           AUDIT-ARCHIVED-LOGS.
               *> Walk the catalog and fold every dated archive
               *> into the recount through the same shared log
               *> FD, so the lifetime tallies and the older
               *> leaderboard rows still reconcile after a
               *> month-end cut
               MOVE 0 TO arch-cat-eof
               OPEN INPUT ARCH-CAT-FILE
               IF arch-cat-status = '00'
                   OR arch-cat-status = '05' THEN
                   PERFORM UNTIL arch-cat-eof = 1
                       READ ARCH-CAT-FILE
                           AT END MOVE 1 TO arch-cat-eof
                           NOT AT END
                               IF ARCH-CAT-RECORD NOT = SPACES THEN
                                   MOVE ARCH-CAT-RECORD
                                       TO game-log-name
                                   PERFORM AUDIT-ONE-LOG-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-CAT-FILE
               END-IF
               MOVE 'GAMELOG.DAT' TO game-log-name.

           AUDIT-ONE-LOG-FILE.
               *> Recount one archive file named in the shared
               *> log FD's file name
               MOVE 0 TO game-log-eof
               OPEN INPUT GAME-LOG-FILE
               IF game-log-status = '00' OR game-log-status = '05'
                   THEN
                       END-READ
                   END-PERFORM
                   CLOSE GAME-LOG-FILE
               END-IF.

           AUDIT-ONE-LOG-RECORD.
               *> Fold one logged round into the per-player
               *> recount; pass-and-play, tournament and daily
               *> challenge rounds never reached the solo tally,
               *> so they are left out of it - but a WIN still
               *> vouches for a leaderboard row when one matches
               IF (GL-RESULT = 'WIN ' OR GL-RESULT = 'LOSE')
                   AND GL-CATEGORY NOT = '2-PLAYER'
                   AND GL-CATEGORY NOT = 'TOURNEY'
                   AND GL-CATEGORY NOT = 'DAILY' THEN
                   MOVE GL-PLAYER TO AW-PLAYER
                   READ AUDIT-WORK-FILE KEY IS AW-PLAYER
                       INVALID KEY
                           MOVE GL-PLAYER TO AW-PLAYER
                           MOVE 0 TO AW-GAMES
                           MOVE 0 TO AW-WINS
                           MOVE 0 TO AW-LOSSES
                           WRITE AUDIT-WORK-RECORD
                           ADD 1 TO audit-player-count
                   END-READ
                   ADD 1 TO AW-GAMES
                   IF GL-RESULT = 'WIN ' THEN
                       ADD 1 TO AW-WINS
                   ELSE
                       ADD 1 TO AW-LOSSES
                   END-IF
                   REWRITE AUDIT-WORK-RECORD
               END-IF

               IF GL-RESULT = 'WIN ' THEN
                   PERFORM VARYING hs-idx FROM 1 BY 1
                       UNTIL hs-idx > hi-score-count
                       IF hst-player(hs-idx) = GL-PLAYER
                           AND hst-word(hs-idx) = GL-WORD
                           AND hst-date(hs-idx) = GL-DATE THEN
                           MOVE 1 TO hs-matched(hs-idx)
                       END-IF
                   END-PERFORM
               END-IF.

           AUDIT-CHECK-PROFILES.
               *> Compare each profile on the master to the
               *> recount; a player missing from the log counts
               *> as zero rounds, which is only a discrepancy when
               *> the profile claims otherwise
               MOVE 0 TO player-eof
               OPEN INPUT PLAYER-FILE
               IF player-file-status = '00'
                   OR player-file-status = '05' THEN
                   PERFORM UNTIL player-eof = 1
                       READ PLAYER-FILE NEXT RECORD
                           AT END MOVE 1 TO player-eof
                           NOT AT END
                               PERFORM AUDIT-CHECK-ONE-PROFILE
                       END-READ
                   END-PERFORM
                   CLOSE PLAYER-FILE
               ELSE
                   PERFORM AUDIT-PLAYERS-UNREADABLE
               END-IF.

           AUDIT-PLAYERS-UNREADABLE.
               *> The profile master could not be opened: say so in
               *> the report and mark the audit incomplete rather
               *> than let it pass as a clean comparison
               MOVE 1 TO audit-incomplete
               MOVE SPACES TO audit-line
               STRING 'PLAYERS.DAT COULD NOT BE OPENED - STATUS '
                   DELIMITED BY SIZE
                   player-file-status DELIMITED BY SIZE
                   INTO audit-line
               END-STRING
               PERFORM WRITE-AUDIT-LINE.

           AUDIT-CHECK-ONE-PROFILE.
               MOVE PM-PLAYER TO AW-PLAYER
               READ AUDIT-WORK-FILE KEY IS AW-PLAYER
                   INVALID KEY
                       IF PM-GAMES > 0
                           OR PM-WINS > 0
                           OR PM-LOSSES > 0 THEN
                           ADD 1 TO audit-diff-count
                           MOVE SPACES TO audit-line
                           STRING 'PLAYER ' DELIMITED BY SIZE
                               PM-PLAYER DELIMITED BY SIZE
                               ' HAS A TALLY BUT NO LOGGED ROUNDS'
                               DELIMITED BY SIZE
                               INTO audit-line
                           END-STRING
                           PERFORM WRITE-AUDIT-LINE
                       END-IF
                   NOT INVALID KEY
                       IF PM-GAMES NOT = AW-GAMES
                           OR PM-WINS NOT = AW-WINS
                           OR PM-LOSSES NOT = AW-LOSSES THEN
                           PERFORM WRITE-AUDIT-MISMATCH
                       END-IF
               END-READ.

           WRITE-AUDIT-MISMATCH.
               *> One line naming the player and both sides of
               *> the disagreement, games/wins/losses each
               ADD 1 TO audit-diff-count
               MOVE SPACES TO audit-line
               STRING 'PLAYER ' DELIMITED BY SIZE
                   PM-PLAYER DELIMITED BY SIZE
                   ' STATS ' DELIMITED BY SIZE
                   PM-GAMES DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   PM-WINS DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   PM-LOSSES DELIMITED BY SIZE
                   ' LOG ' DELIMITED BY SIZE
                   AW-GAMES DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AW-WINS DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AW-LOSSES DELIMITED BY SIZE
                   INTO audit-line
               END-STRING
               PERFORM WRITE-AUDIT-LINE.

           AUDIT-CHECK-LOG-PLAYERS.
               *> The other direction: rounds logged under an ID
               *> that has no profile at all. Retiring a profile
               *> deliberately leaves its rounds in the log, so
               *> this is a note for the eye, not a discrepancy
               *> that should keep the scheduler alarm up
               MOVE 0 TO audit-work-eof
               MOVE LOW-VALUES TO AW-PLAYER
               START AUDIT-WORK-FILE KEY IS NOT LESS THAN AW-PLAYER
                   INVALID KEY
                       MOVE 1 TO audit-work-eof
               END-START
               OPEN INPUT PLAYER-FILE
               IF player-file-status = '00'
                   OR player-file-status = '05' THEN
                   PERFORM UNTIL audit-work-eof = 1
                       READ AUDIT-WORK-FILE NEXT RECORD
                           AT END MOVE 1 TO audit-work-eof
                           NOT AT END
                               MOVE AW-PLAYER TO player-key
                               PERFORM FIND-PLAYER-RECORD
                               IF player-found = 0 THEN
                                   MOVE SPACES TO audit-line
                                   STRING 'NOTE: PLAYER '
                                       DELIMITED BY SIZE
                                       AW-PLAYER DELIMITED BY SIZE
                                       ' IN LOG BUT HAS NO PROFILE ('
                                       DELIMITED BY SIZE
                                       AW-GAMES DELIMITED BY SIZE
                                       ' ROUNDS)' DELIMITED BY SIZE
                                       INTO audit-line
                                   END-STRING
                                   PERFORM WRITE-AUDIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAYER-FILE
               ELSE
                   PERFORM AUDIT-PLAYERS-UNREADABLE
               END-IF.

           AUDIT-CHECK-HI-SCORES.
               *> Any leaderboard row the log pass left unmatched
               *> has no WIN round behind it for that player,
               *> word and date
               PERFORM VARYING hs-idx FROM 1 BY 1
                   UNTIL hs-idx > hi-score-count
                   IF hs-matched(hs-idx) = 0 THEN
                       ADD 1 TO audit-diff-count
                       MOVE SPACES TO audit-line
                       STRING 'HI-SCORE ' DELIMITED BY SIZE
                           hst-player(hs-idx) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           hst-date(hs-idx) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           hst-word(hs-idx) DELIMITED BY SIZE
                           ' HAS NO MATCHING WIN IN LOG'
                           DELIMITED BY SIZE
                           INTO audit-line
                       END-STRING
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
               END-PERFORM.

           WRITE-AUDIT-LINE.
               MOVE audit-line TO AUDIT-RPT-RECORD
               WRITE AUDIT-RPT-RECORD.

           RUN-REPLAY-MODE.
               *> Play every journaled round again through the
               *> same guess, hint and scoring paragraphs the game
               *> uses, and prove three things against the
               *> replay: each round's recorded result and score,
               *> each leaderboard row, and each tournament
               *> standing. The parameter line reads
               *> REPLAY [from [to]] [player] with YYYYMMDD
               *> dates. A row with no journal behind it (it
               *> predates the journal) is a note, not an
               *> exception. Exceptions leave return code 8, a
               *> report that could not be written 12
               MOVE '00000000' TO replay-from-date
               MOVE '99999999' TO replay-to-date
               MOVE SPACES TO replay-player
               MOVE SPACES TO replay-arg-1
               MOVE SPACES TO replay-arg-2
               MOVE SPACES TO replay-arg-3
               UNSTRING command-line-param(8:) DELIMITED BY ALL SPACE
                   INTO replay-arg-1 replay-arg-2 replay-arg-3
               END-UNSTRING
               MOVE 0 TO replay-slot
               MOVE replay-arg-1 TO replay-arg
               PERFORM TAKE-REPLAY-ARG
               MOVE replay-arg-2 TO replay-arg
               PERFORM TAKE-REPLAY-ARG
               MOVE replay-arg-3 TO replay-arg
               PERFORM TAKE-REPLAY-ARG

               MOVE 0 TO replay-round-count
               MOVE 0 TO replay-exception-count
               MOVE 0 TO replay-note-count
               INITIALIZE hi-score-matches
               INITIALIZE hi-score-replays
               INITIALIZE replay-tourney
               PERFORM LOAD-TOURNEY-STANDINGS

               OPEN OUTPUT REPLAY-RPT-FILE
               IF replay-rpt-status = '00' THEN
                   ACCEPT clock-date FROM DATE YYYYMMDD
                   MOVE SPACES TO replay-line
                   STRING 'ROUND REPLAY REPORT  ' DELIMITED BY SIZE
                       clock-date DELIMITED BY SIZE
                       '  FROM ' DELIMITED BY SIZE
                       replay-from-date DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       replay-to-date DELIMITED BY SIZE
                       '  PLAYER ' DELIMITED BY SIZE
                       replay-player DELIMITED BY SIZE
                       INTO replay-line
                   END-STRING
                   PERFORM WRITE-REPLAY-LINE

                   MOVE 0 TO round-jnl-eof
                   OPEN INPUT ROUND-JNL-FILE
                   IF round-jnl-status = '00'
                       OR round-jnl-status = '05' THEN
                       PERFORM UNTIL round-jnl-eof = 1
                           READ ROUND-JNL-FILE
                               AT END MOVE 1 TO round-jnl-eof
                               NOT AT END
                                   PERFORM REPLAY-ONE-ROUND
                           END-READ
                       END-PERFORM
                       CLOSE ROUND-JNL-FILE
                   END-IF

                   PERFORM REPLAY-CHECK-HI-SCORES
                   PERFORM REPLAY-CHECK-TOURNEY

                   MOVE SPACES TO replay-line
                   STRING 'ROUNDS REPLAYED: ' DELIMITED BY SIZE
                       replay-round-count DELIMITED BY SIZE
                       '  EXCEPTIONS: ' DELIMITED BY SIZE
                       replay-exception-count DELIMITED BY SIZE
                       '  NOTES: ' DELIMITED BY SIZE
                       replay-note-count DELIMITED BY SIZE
                       INTO replay-line
                   END-STRING
                   PERFORM WRITE-REPLAY-LINE
                   CLOSE REPLAY-RPT-FILE

                   IF replay-exception-count > 0 THEN
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF.

           TAKE-REPLAY-ARG.
               *> Dates fill the window from the front; anything
               *> else names the player
               IF replay-arg NOT = SPACES THEN
                   IF replay-arg(1:8) IS NUMERIC
                       AND replay-arg(9:) = SPACES
                       AND replay-slot < 2 THEN
                       ADD 1 TO replay-slot
                       IF replay-slot = 1 THEN
                           MOVE replay-arg(1:8) TO replay-from-date
                       ELSE
                           MOVE replay-arg(1:8) TO replay-to-date
                       END-IF
                   ELSE
                       MOVE FUNCTION UPPER-CASE(replay-arg(1:8))
                           TO replay-player
                   END-IF
               END-IF.

           LOAD-TOURNEY-STANDINGS.
               *> Read the last tournament's standings back, with
               *> the stamp it began at
               MOVE 0 TO tourney-player-count
               MOVE SPACES TO tourney-start-stamp
               MOVE 0 TO round-jnl-eof
               OPEN INPUT TOURNEY-FILE
               IF tourney-file-status = '00' THEN
                   PERFORM UNTIL round-jnl-eof = 1
                       READ TOURNEY-FILE
                           AT END MOVE 1 TO round-jnl-eof
                           NOT AT END
                               IF TN-SCORE IS NUMERIC
                                   AND TN-WINS IS NUMERIC
                                   AND tourney-player-count <
                                   max-tourney-players THEN
                                   ADD 1 TO tourney-player-count
                                   MOVE TN-PLAYER
                                       TO tsp-id(tourney-player-count)
                                   MOVE TN-SCORE
                                       TO tsp-score
                                       (tourney-player-count)
                                   MOVE TN-WINS
                                       TO tsp-wins(tourney-player-count)
                                   MOVE TN-DATE TO tourney-start-date
                                   MOVE TN-TIME TO tourney-start-time
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TOURNEY-FILE
               END-IF.

           REPLAY-ONE-ROUND.
               *> Re-drive one journaled round the way a batch
               *> case is driven, then weigh the outcome against
               *> the round itself, the leaderboard and the
               *> tournament
               MOVE RJ-WORD TO hangWord
               MOVE LENGTH OF hangWord TO hangWordLen
               PERFORM UNTIL hangWordLen = 0
                   OR hangWord(hangWordLen:1) NOT = SPACE
                   SUBTRACT 1 FROM hangWordLen
               END-PERFORM

               MOVE SPACES TO hangGuessed
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > hangWordLen
                   IF hangWord(i:1) NOT = SPACE THEN
                       MOVE '_' TO hangGuessed(i:1)
                   END-IF
               END-PERFORM

               MOVE SPACES TO tried-letters
               MOVE 0 TO tried-count
               MOVE 0 TO hint-count
               MOVE 0 TO loseLevel
               MOVE 1 TO playing
               IF RJ-MAX-WRONG IS NUMERIC THEN
                   MOVE RJ-MAX-WRONG TO max-wrong-guesses
               ELSE
                   MOVE 7 TO max-wrong-guesses
               END-IF
               MOVE 1 TO replay-marks-ok
               IF RJ-GUESS-COUNT IS NOT NUMERIC THEN
                   MOVE 0 TO RJ-GUESS-COUNT
               END-IF

               PERFORM VARYING rg-idx FROM 1 BY 1
                   UNTIL rg-idx > RJ-GUESS-COUNT
                   OR playing = 0
                   IF RJ-MARK(rg-idx) = '?' THEN
                       PERFORM GIVE-HINT
                       IF hint-slot > 0 THEN
                           MOVE hint-letter TO replay-letter
                       ELSE
                           MOVE SPACE TO replay-letter
                       END-IF
                       IF replay-letter NOT = RJ-LETTER(rg-idx) THEN
                           MOVE 0 TO replay-marks-ok
                       END-IF
                   ELSE
                       MOVE RJ-LETTER(rg-idx) TO guess
                       MOVE 0 TO goodGuess
                       PERFORM PROCESS-NORMAL-GUESS
                       IF goodGuess = 1 THEN
                           MOVE 'H' TO replay-mark
                       ELSE
                           MOVE 'M' TO replay-mark
                       END-IF
                       IF replay-mark NOT = RJ-MARK(rg-idx) THEN
                           MOVE 0 TO replay-marks-ok
                       END-IF
                   END-IF
               END-PERFORM

               *> Guesses left over after the round ended mean the
               *> journal and the rules disagree
               IF rg-idx <= RJ-GUESS-COUNT THEN
                   MOVE 0 TO replay-marks-ok
               END-IF

               IF playing = 1 THEN
                   MOVE 'INCM' TO replay-result
                   MOVE 0 TO replay-score
               ELSE
                   IF hangGuessed = hangWord THEN
                       MOVE 'WIN ' TO replay-result
                       PERFORM COMPUTE-SCORE
                       MOVE game-score TO replay-score
                   ELSE
                       MOVE 'LOSE' TO replay-result
                       MOVE 0 TO replay-score
                   END-IF
               END-IF

               IF RJ-DATE >= replay-from-date
                   AND RJ-DATE <= replay-to-date
                   AND (replay-player = SPACES
                   OR RJ-PLAYER = replay-player) THEN
                   ADD 1 TO replay-round-count
                   IF replay-result NOT = RJ-RESULT
                       OR replay-score NOT = RJ-SCORE
                       OR replay-marks-ok = 0 THEN
                       ADD 1 TO replay-exception-count
                       MOVE SPACES TO replay-line
                       STRING 'ROUND ' DELIMITED BY SIZE
                           RJ-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           RJ-TIME DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           RJ-PLAYER DELIMITED BY SIZE
                           ' RECORDED ' DELIMITED BY SIZE
                           RJ-RESULT DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           RJ-SCORE DELIMITED BY SIZE
                           ' REPLAYED ' DELIMITED BY SIZE
                           replay-result DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           replay-score DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           RJ-WORD DELIMITED BY '  '
                           INTO replay-line
                       END-STRING
                       IF replay-marks-ok = 0 THEN
                           MOVE 'GUESSES DIFFER'
                               TO replay-line(115:14)
                       END-IF
                       PERFORM WRITE-REPLAY-LINE
                   END-IF
               END-IF

               *> The leaderboard row this round could stand
               *> behind
               PERFORM VARYING hs-idx FROM 1 BY 1
                   UNTIL hs-idx > hi-score-count
                   IF hst-player(hs-idx) = RJ-PLAYER
                       AND hst-word(hs-idx) = RJ-WORD
                       AND hst-date(hs-idx) = RJ-DATE THEN
                       MOVE 1 TO hs-journaled(hs-idx)
                       IF replay-result = 'WIN '
                           AND replay-score = hst-score(hs-idx) THEN
                           MOVE 1 TO hs-matched(hs-idx)
                       END-IF
                   END-IF
               END-PERFORM

               *> A tournament round from the standings' own
               *> tournament; a player who ran the deck twice is
               *> ranked on the later run, so a full deck starts
               *> the count over
               IF RJ-CATEGORY = 'TOURNEY'
                   AND tourney-start-date NOT = SPACES
                   AND RJ-STAMP >= tourney-start-stamp THEN
                   MOVE 0 TO replay-slot
                   PERFORM VARYING ts-idx FROM 1 BY 1
                       UNTIL ts-idx > tourney-player-count
                       IF tsp-id(ts-idx) = RJ-PLAYER THEN
                           MOVE ts-idx TO replay-slot
                       END-IF
                   END-PERFORM
                   IF replay-slot > 0 THEN
                       IF rpt-rounds(replay-slot) = tourney-deck-size
                           THEN
                           MOVE 0 TO rpt-rounds(replay-slot)
                           MOVE 0 TO rpt-score(replay-slot)
                           MOVE 0 TO rpt-wins(replay-slot)
                       END-IF
                       ADD 1 TO rpt-rounds(replay-slot)
                       IF replay-result = 'WIN ' THEN
                           ADD replay-score TO rpt-score(replay-slot)
                           ADD 1 TO rpt-wins(replay-slot)
                       END-IF
                   END-IF
               END-IF.

           REPLAY-CHECK-HI-SCORES.
               *> A leaderboard row in the window that no
               *> journaled round replays to is an exception; one
               *> with no journaled round at all is only a note
               PERFORM VARYING hs-idx FROM 1 BY 1
                   UNTIL hs-idx > hi-score-count
                   IF hst-date(hs-idx) >= replay-from-date
                       AND hst-date(hs-idx) <= replay-to-date
                       AND (replay-player = SPACES
                       OR hst-player(hs-idx) = replay-player) THEN
                       MOVE hst-score(hs-idx) TO replay-hs-score
                       MOVE SPACES TO replay-line
                       IF hs-journaled(hs-idx) = 0 THEN
                           ADD 1 TO replay-note-count
                           STRING 'NOTE: HI-SCORE ' DELIMITED BY SIZE
                               hst-player(hs-idx) DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               hst-date(hs-idx) DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               replay-hs-score DELIMITED BY SIZE
                               ' HAS NO ROUND JOURNAL: '
                               DELIMITED BY SIZE
                               hst-word(hs-idx) DELIMITED BY '  '
                               INTO replay-line
                           END-STRING
                           PERFORM WRITE-REPLAY-LINE
                       ELSE
                           IF hs-matched(hs-idx) = 0 THEN
                               ADD 1 TO replay-exception-count
                               STRING 'HI-SCORE ' DELIMITED BY SIZE
                                   hst-player(hs-idx)
                                   DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   hst-date(hs-idx) DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   replay-hs-score DELIMITED BY SIZE
                                   ' NOT REPRODUCED BY REPLAY: '
                                   DELIMITED BY SIZE
                                   hst-word(hs-idx) DELIMITED BY '  '
                                   INTO replay-line
                               END-STRING
                               PERFORM WRITE-REPLAY-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           REPLAY-CHECK-TOURNEY.
               *> Each standing against the deck total rebuilt
               *> from the journal. Standings saved before the
               *> start stamp existed cannot be tied to their
               *> rounds, and a player with fewer journaled rounds
               *> than the deck predates the journal - both notes
               IF tourney-player-count > 0 THEN
                   IF tourney-start-date = SPACES THEN
                       ADD 1 TO replay-note-count
                       MOVE SPACES TO replay-line
                       STRING 'NOTE: TOURNEY STANDINGS CARRY NO '
                           DELIMITED BY SIZE
                           'START DATE - NOT CHECKED' DELIMITED BY SIZE
                           INTO replay-line
                       END-STRING
                       PERFORM WRITE-REPLAY-LINE
                   ELSE
                       IF tourney-start-date >= replay-from-date
                           AND tourney-start-date <= replay-to-date
                           THEN
                           PERFORM VARYING ts-idx FROM 1 BY 1
                               UNTIL ts-idx > tourney-player-count
                               IF replay-player = SPACES
                                   OR tsp-id(ts-idx) = replay-player
                                   THEN
                                   PERFORM REPLAY-CHECK-ONE-STANDING
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF.

           REPLAY-CHECK-ONE-STANDING.
               MOVE tsp-score(ts-idx) TO replay-tn-score
               MOVE tsp-wins(ts-idx) TO replay-tn-wins
               MOVE rpt-score(ts-idx) TO replay-rt-score
               MOVE rpt-wins(ts-idx) TO replay-rt-wins
               MOVE SPACES TO replay-line
               IF rpt-rounds(ts-idx) < tourney-deck-size THEN
                   ADD 1 TO replay-note-count
                   STRING 'NOTE: TOURNEY ' DELIMITED BY SIZE
                       tsp-id(ts-idx) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       tourney-start-date DELIMITED BY SIZE
                       ' HAS NO FULL ROUND JOURNAL'
                       DELIMITED BY SIZE
                       INTO replay-line
                   END-STRING
                   PERFORM WRITE-REPLAY-LINE
               ELSE
                   IF rpt-score(ts-idx) NOT = tsp-score(ts-idx)
                       OR rpt-wins(ts-idx) NOT = tsp-wins(ts-idx)
                       THEN
                       ADD 1 TO replay-exception-count
                       STRING 'TOURNEY ' DELIMITED BY SIZE
                           tsp-id(ts-idx) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           tourney-start-date DELIMITED BY SIZE
                           ' STANDINGS ' DELIMITED BY SIZE
                           replay-tn-score DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           replay-tn-wins DELIMITED BY SIZE
                           ' REPLAYED ' DELIMITED BY SIZE
                           replay-rt-score DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           replay-rt-wins DELIMITED BY SIZE
                           INTO replay-line
                       END-STRING
                       PERFORM WRITE-REPLAY-LINE
                   END-IF
               END-IF.

           WRITE-REPLAY-LINE.
               MOVE replay-line TO REPLAY-RPT-RECORD
               WRITE REPLAY-RPT-RECORD.

           RUN-EXTRACT-MODE.
               *> Write the five feed files. The game log (live
               *> plus every catalogued archive) goes out from the
               *> high-water mark in EXTRACT.CTL up to the moment
               *> this run started - or from the beginning on
               *> EXTRACT FULL. The mark only moves once every
               *> file is safely written, so a failed run is
               *> simply rerun and re-sends the same window. A
               *> file that could not be written leaves 12
               ACCEPT clock-date FROM DATE YYYYMMDD
               ACCEPT clock-time FROM TIME
               MOVE clock-date TO extract-to-date
               MOVE clock-time(1:6) TO extract-to-time
               MOVE 0 TO extract-log-count
               MOVE 0 TO extract-player-count
               MOVE 1 TO extract-ok

               MOVE '00000000000000' TO extract-from-stamp
               IF command-line-param(9:4) = 'FULL' THEN
                   MOVE 'FULL' TO extract-mode
               ELSE
                   MOVE 'INCREMENTAL' TO extract-mode
                   PERFORM READ-EXTRACT-MARK
               END-IF

               PERFORM EXTRACT-GAME-LOG
               PERFORM EXTRACT-PLAYERS
               PERFORM EXTRACT-HI-SCORES
               PERFORM EXTRACT-WORD-RATINGS
               PERFORM EXTRACT-TOURNEY

               IF extract-ok = 1 THEN
                   PERFORM WRITE-EXTRACT-MARK
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF.

           READ-EXTRACT-MARK.
               *> No mark yet means nothing has been sent, so the
               *> first incremental run sends everything
               MOVE 0 TO extract-ctl-eof
               OPEN INPUT EXTRACT-CTL-FILE
               IF extract-ctl-status = '00'
                   OR extract-ctl-status = '05' THEN
                   PERFORM UNTIL extract-ctl-eof = 1
                       READ EXTRACT-CTL-FILE
                           AT END MOVE 1 TO extract-ctl-eof
                           NOT AT END
                               IF XC-LAST-STAMP IS NUMERIC THEN
                                   MOVE XC-LAST-STAMP
                                       TO extract-from-stamp
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACT-CTL-FILE
               END-IF.

           WRITE-EXTRACT-MARK.
               OPEN OUTPUT EXTRACT-CTL-FILE
               IF extract-ctl-status = '00'
                   OR extract-ctl-status = '05' THEN
                   MOVE extract-to-stamp TO XC-LAST-STAMP
                   MOVE clock-date TO XC-RUN-DATE
                   MOVE extract-mode TO XC-MODE
                   WRITE EXTRACT-CTL-RECORD
                   CLOSE EXTRACT-CTL-FILE
               END-IF.

           EXTRACT-GAME-LOG.
               *> Every round stamped inside the window, from the
               *> live log and from every archive the month-end
               *> cycle has cut - a round archived before it was
               *> ever sent still goes out
               MOVE 'XGAMELOG' TO extract-name
               PERFORM OPEN-EXTRACT-FILE
               IF extract-file-status = '00' THEN
                   MOVE 'GAMELOG.DAT' TO game-log-name
                   PERFORM EXTRACT-ONE-LOG-FILE

                   MOVE 0 TO arch-cat-eof
                   OPEN INPUT ARCH-CAT-FILE
                   IF arch-cat-status = '00'
                       OR arch-cat-status = '05' THEN
                       PERFORM UNTIL arch-cat-eof = 1
                           READ ARCH-CAT-FILE
                               AT END MOVE 1 TO arch-cat-eof
                               NOT AT END
                                   IF ARCH-CAT-RECORD NOT = SPACES
                                       THEN
                                       MOVE ARCH-CAT-RECORD
                                           TO game-log-name
                                       PERFORM EXTRACT-ONE-LOG-FILE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCH-CAT-FILE
                   END-IF
                   MOVE 'GAMELOG.DAT' TO game-log-name

                   MOVE extract-count TO extract-log-count
                   PERFORM CLOSE-EXTRACT-FILE
               END-IF.

           EXTRACT-ONE-LOG-FILE.
               MOVE 0 TO game-log-eof
               OPEN INPUT GAME-LOG-FILE
               IF game-log-status = '00' OR game-log-status = '05'
                   THEN
                   PERFORM UNTIL game-log-eof = 1
                       READ GAME-LOG-FILE
                           AT END MOVE 1 TO game-log-eof
                           NOT AT END
                               MOVE GL-DATE TO extract-log-date
                               MOVE GL-TIME TO extract-log-time
                               IF extract-log-stamp >=
                                   extract-from-stamp
                                   AND extract-log-stamp <
                                   extract-to-stamp THEN
                                   PERFORM EXTRACT-ONE-LOG-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GAME-LOG-FILE
               END-IF.

           EXTRACT-ONE-LOG-RECORD.
               ADD 1 TO extract-count
               ADD 1 TO extract-games
               IF GL-RESULT = 'WIN ' THEN
                   ADD 1 TO extract-wins
               END-IF
               IF GL-WRONG IS NUMERIC THEN
                   ADD GL-WRONG TO extract-wrong
               END-IF
               MOVE SPACES TO extract-line
               STRING 'D|' DELIMITED BY SIZE
                   GL-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   GL-TIME DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   GL-PLAYER DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   GL-WORD DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
                   GL-CATEGORY DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
                   GL-MAX-WRONG DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   GL-WRONG DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   GL-HINTS DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   GL-RESULT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   game-log-name DELIMITED BY SPACE
                   INTO extract-line
               END-STRING
               PERFORM WRITE-EXTRACT-LINE.

           EXTRACT-PLAYERS.
               *> Every profile's running tally, in player ID
               *> order off the master
               MOVE 'XPLAYERS' TO extract-name
               PERFORM OPEN-EXTRACT-FILE
               IF extract-file-status = '00' THEN
                   MOVE 0 TO player-eof
                   OPEN INPUT PLAYER-FILE
                   IF player-file-status = '00'
                       OR player-file-status = '05' THEN
                       PERFORM UNTIL player-eof = 1
                           READ PLAYER-FILE NEXT RECORD
                               AT END MOVE 1 TO player-eof
                               NOT AT END
                                   PERFORM EXTRACT-ONE-PLAYER
                           END-READ
                       END-PERFORM
                       CLOSE PLAYER-FILE
                   ELSE
                       MOVE 0 TO extract-ok
                   END-IF
                   MOVE extract-count TO extract-player-count
                   PERFORM CLOSE-EXTRACT-FILE
               END-IF.

           EXTRACT-ONE-PLAYER.
               ADD 1 TO extract-count
               ADD PM-GAMES TO extract-games
               ADD PM-WINS TO extract-wins
               MOVE SPACES TO extract-line
               STRING 'D|' DELIMITED BY SIZE
                   PM-PLAYER DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   PM-GAMES DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   PM-WINS DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   PM-LOSSES DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   PM-STREAK DELIMITED BY SIZE
                   INTO extract-line
               END-STRING
               PERFORM WRITE-EXTRACT-LINE.

           EXTRACT-HI-SCORES.
               *> The leaderboard, in rank order
               MOVE 'XHISCORE' TO extract-name
               PERFORM OPEN-EXTRACT-FILE
               IF extract-file-status = '00' THEN
                   PERFORM VARYING hs-idx FROM 1 BY 1
                       UNTIL hs-idx > hi-score-count
                       ADD 1 TO extract-count
                       ADD 1 TO extract-wins
                       ADD hst-score(hs-idx) TO extract-score
                       SET extract-rank TO hs-idx
                       MOVE hst-score(hs-idx) TO extract-num-1
                       MOVE SPACES TO extract-line
                       STRING 'D|' DELIMITED BY SIZE
                           extract-rank DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           extract-num-1 DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           hst-player(hs-idx) DELIMITED BY SPACE
                           '|' DELIMITED BY SIZE
                           hst-word(hs-idx) DELIMITED BY '  '
                           '|' DELIMITED BY SIZE
                           hst-date(hs-idx) DELIMITED BY SIZE
                           INTO extract-line
                       END-STRING
                       PERFORM WRITE-EXTRACT-LINE
                   END-PERFORM
                   PERFORM CLOSE-EXTRACT-FILE
               END-IF.

           EXTRACT-WORD-RATINGS.
               *> WORDRATE.DAT as the last RATE pass left it
               MOVE 'XWORDRATE' TO extract-name
               PERFORM OPEN-EXTRACT-FILE
               IF extract-file-status = '00' THEN
                   MOVE 0 TO rating-eof
                   OPEN INPUT RATING-FILE
                   IF rating-file-status = '00'
                       OR rating-file-status = '05' THEN
                       PERFORM UNTIL rating-eof = 1
                           READ RATING-FILE
                               AT END MOVE 1 TO rating-eof
                               NOT AT END
                                   IF RT-GAMES IS NUMERIC
                                       AND RT-WINS IS NUMERIC THEN
                                       PERFORM EXTRACT-ONE-RATING
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE RATING-FILE
                   END-IF
                   PERFORM CLOSE-EXTRACT-FILE
               END-IF.

           EXTRACT-ONE-RATING.
               ADD 1 TO extract-count
               ADD RT-GAMES TO extract-games
               ADD RT-WINS TO extract-wins
               MOVE SPACES TO extract-line
               STRING 'D|' DELIMITED BY SIZE
                   RT-WORD DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
                   RT-GAMES DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RT-WINS DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RT-RATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RT-AVG DELIMITED BY SIZE
                   INTO extract-line
               END-STRING
               PERFORM WRITE-EXTRACT-LINE.

           EXTRACT-TOURNEY.
               *> The last tournament's standings, with the stamp
               *> it began at
               MOVE 'XTOURNEY' TO extract-name
               PERFORM LOAD-TOURNEY-STANDINGS
               PERFORM OPEN-EXTRACT-FILE
               IF extract-file-status = '00' THEN
                   PERFORM VARYING ts-idx FROM 1 BY 1
                       UNTIL ts-idx > tourney-player-count
                       ADD 1 TO extract-count
                       ADD tsp-wins(ts-idx) TO extract-wins
                       ADD tsp-score(ts-idx) TO extract-score
                       SET extract-rank TO ts-idx
                       MOVE tsp-score(ts-idx) TO extract-num-1
                       MOVE tsp-wins(ts-idx) TO extract-num-2
                       MOVE SPACES TO extract-line
                       STRING 'D|' DELIMITED BY SIZE
                           extract-rank DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           tsp-id(ts-idx) DELIMITED BY SPACE
                           '|' DELIMITED BY SIZE
                           extract-num-1 DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           extract-num-2 DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           tourney-start-date DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           tourney-start-time DELIMITED BY SIZE
                           INTO extract-line
                       END-STRING
                       PERFORM WRITE-EXTRACT-LINE
                   END-PERFORM
                   PERFORM CLOSE-EXTRACT-FILE
               END-IF.

           OPEN-EXTRACT-FILE.
               *> Open EXTRACT-NAME's file and write its header:
               *> the game log carries its window, a snapshot
               *> only the moment it was taken
               MOVE 0 TO extract-count
               MOVE 0 TO extract-games
               MOVE 0 TO extract-wins
               MOVE 0 TO extract-wrong
               MOVE 0 TO extract-score
               MOVE SPACES TO extract-file-name
               STRING extract-name DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
                   INTO extract-file-name
               END-STRING
               OPEN OUTPUT EXTRACT-FILE
               IF extract-file-status = '00' THEN
                   MOVE SPACES TO extract-line
                   IF extract-name = 'XGAMELOG' THEN
                       STRING 'H|' DELIMITED BY SIZE
                           extract-name DELIMITED BY SPACE
                           '|' DELIMITED BY SIZE
                           clock-date DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           extract-from-stamp DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           extract-to-stamp DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           extract-mode DELIMITED BY SPACE
                           INTO extract-line
                       END-STRING
                   ELSE
                       STRING 'H|' DELIMITED BY SIZE
                           extract-name DELIMITED BY SPACE
                           '|' DELIMITED BY SIZE
                           clock-date DELIMITED BY SIZE
                           '||' DELIMITED BY SIZE
                           extract-to-stamp DELIMITED BY SIZE
                           '|SNAPSHOT' DELIMITED BY SIZE
                           INTO extract-line
                       END-STRING
                   END-IF
                   PERFORM WRITE-EXTRACT-LINE
               ELSE
                   MOVE 0 TO extract-ok
               END-IF.

           CLOSE-EXTRACT-FILE.
               *> The trailer: record count and hash totals. Only
               *> a clean close counts as written
               MOVE SPACES TO extract-line
               STRING 'T|' DELIMITED BY SIZE
                   extract-count DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   extract-games DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   extract-wins DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   extract-wrong DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   extract-score DELIMITED BY SIZE
                   INTO extract-line
               END-STRING
               PERFORM WRITE-EXTRACT-LINE
               CLOSE EXTRACT-FILE
               IF extract-file-status NOT = '00' THEN
                   MOVE 0 TO extract-ok
               END-IF.

           WRITE-EXTRACT-LINE.
               MOVE extract-line TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               IF extract-file-status NOT = '00' THEN
                   MOVE 0 TO extract-ok
               END-IF.

           RUN-CONVERT-MODE.
               *> Load STATS.DAT - or its newest good generation -
               *> into the player files, once. A master that
               *> already holds players is never loaded over: the
               *> conversion has been run, or play has started on
               *> the new files. CONVRPT.DAT balances what was
               *> read against what was written and against what
               *> reads back: 0 when it all agrees, 8 when it does
               *> not, 12 when the conversion could not run.
               *> STATS.DAT itself is left where it is
               MOVE 0 TO conv-diff-count
               MOVE 0 TO conv-hdr-read
               MOVE 0 TO conv-hdr-written
               MOVE 0 TO conv-hdr-folded
               MOVE 0 TO conv-word-read
               MOVE 0 TO conv-word-written
               MOVE 0 TO conv-word-dupes
               MOVE 0 TO conv-ach-read
               MOVE 0 TO conv-ach-written
               MOVE 0 TO conv-ach-dupes
               MOVE 0 TO conv-src-games
               MOVE 0 TO conv-src-wins
               MOVE 0 TO conv-src-losses
               MOVE 0 TO conv-mst-players
               MOVE 0 TO conv-mst-words
               MOVE 0 TO conv-mst-achs
               MOVE 0 TO conv-mst-games
               MOVE 0 TO conv-mst-wins
               MOVE 0 TO conv-mst-losses
               MOVE 12 TO RETURN-CODE

               PERFORM ACQUIRE-FILE-LOCK
               PERFORM PROBE-PLAYER-MASTER
               IF player-found = 1 THEN
                   DISPLAY 'CONVERT: PLAYERS.DAT already holds '
                       'players - nothing converted'
               ELSE
                   PERFORM LOAD-STATS
                   IF stats-load-ok = 0 THEN
                       DISPLAY 'CONVERT: no loadable STATS.DAT or '
                           'backup - nothing converted'
                   ELSE
                       OPEN OUTPUT CONV-RPT-FILE
                       IF conv-rpt-status = '00' THEN
                           PERFORM CONVERT-STATS-FILE
                           PERFORM CONVERT-READ-BACK
                           PERFORM WRITE-CONVERT-REPORT
                           CLOSE CONV-RPT-FILE
                           IF player-files-ok = 0 THEN
                               MOVE 12 TO RETURN-CODE
                           ELSE
                               IF conv-diff-count > 0 THEN
                                   MOVE 8 TO RETURN-CODE
                               ELSE
                                   MOVE 0 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM RELEASE-FILE-LOCK.

           CONVERT-STATS-FILE.
               *> Second pass over the file LOAD-STATS chose:
               *> every header becomes a master record, every 'W'
               *> a used-word record and every 'A' an achievement
               MOVE 0 TO stats-eof-flag
               PERFORM OPEN-PLAYER-FILES
               IF player-files-ok = 1 THEN
                   OPEN INPUT STATS-FILE
                   IF stats-file-status = '00' THEN
                       PERFORM UNTIL stats-eof-flag = 1
                           READ STATS-FILE
                               AT END MOVE 1 TO stats-eof-flag
                               NOT AT END
                                   PERFORM CONVERT-ONE-STATS-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE STATS-FILE
                   END-IF
               END-IF
               PERFORM CLOSE-PLAYER-FILES.

           CONVERT-ONE-STATS-RECORD.
               *> Load one stats record, told apart exactly the
               *> way LOAD-ONE-STATS-RECORD validated it. A
               *> duplicate used word or achievement is the same
               *> fact twice and is counted, not written again
               IF SH-TYPE = 'H'
                   AND SH-GAMES IS NUMERIC
                   AND SH-WINS IS NUMERIC
                   AND SH-LOSSES IS NUMERIC
                   AND SH-STREAK IS NUMERIC THEN
                   MOVE SH-PLAYER TO cvh-player
                   MOVE SH-GAMES TO cvh-games
                   MOVE SH-WINS TO cvh-wins
                   MOVE SH-LOSSES TO cvh-losses
                   MOVE SH-STREAK TO cvh-streak
                   PERFORM CONVERT-ONE-HEADER
               ELSE
                   IF SOH-TYPE = 'H' THEN
                       *> A header from before player profiles:
                       *> the anonymous shop tally becomes (or
                       *> joins) the GUEST profile
                       MOVE 'GUEST' TO cvh-player
                       MOVE SOH-GAMES TO cvh-games
                       MOVE SOH-WINS TO cvh-wins
                       MOVE SOH-LOSSES TO cvh-losses
                       MOVE SOH-STREAK TO cvh-streak
                       PERFORM CONVERT-ONE-HEADER
                   ELSE
                       IF SW-TYPE = 'W' THEN
                           MOVE SW-PLAYER TO UW-PLAYER
                           MOVE SW-WORD TO UW-WORD
                           WRITE USED-WORD-RECORD
                               INVALID KEY
                                   ADD 1 TO conv-word-dupes
                               NOT INVALID KEY
                                   ADD 1 TO conv-word-written
                           END-WRITE
                       ELSE
                           MOVE SA-PLAYER TO PA-PLAYER
                           MOVE SA-CODE TO PA-CODE
                           MOVE SA-DATE TO PA-DATE
                           WRITE PLAYER-ACH-RECORD
                               INVALID KEY
                                   ADD 1 TO conv-ach-dupes
                               NOT INVALID KEY
                                   ADD 1 TO conv-ach-written
                           END-WRITE
                       END-IF
                   END-IF
               END-IF.

           CONVERT-ONE-HEADER.
               *> Write CONV-HEADER as a new master record, or
               *> fold it into the one already there - the old
               *> tally landing on GUEST, or an ID saved twice:
               *> the counts are added and the later streak kept,
               *> as the old load did
               MOVE cvh-player TO player-key
               PERFORM FIND-PLAYER-RECORD
               IF player-found = 0 THEN
                   MOVE conv-header TO PLAYER-RECORD
                   WRITE PLAYER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO conv-hdr-written
                   END-WRITE
               ELSE
                   ADD cvh-games TO PM-GAMES
                   ADD cvh-wins TO PM-WINS
                   ADD cvh-losses TO PM-LOSSES
                   MOVE cvh-streak TO PM-STREAK
                   REWRITE PLAYER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO conv-hdr-folded
                   END-REWRITE
               END-IF.

           CONVERT-READ-BACK.
               *> Read the three new files back end to end for
               *> the master side of the control totals
               MOVE 0 TO player-eof
               OPEN INPUT PLAYER-FILE
               IF player-file-status = '00'
                   OR player-file-status = '05' THEN
                   PERFORM UNTIL player-eof = 1
                       READ PLAYER-FILE NEXT RECORD
                           AT END MOVE 1 TO player-eof
                           NOT AT END
                               ADD 1 TO conv-mst-players
                               ADD PM-GAMES TO conv-mst-games
                               ADD PM-WINS TO conv-mst-wins
                               ADD PM-LOSSES TO conv-mst-losses
                       END-READ
                   END-PERFORM
                   CLOSE PLAYER-FILE
               END-IF

               MOVE 0 TO used-word-eof
               OPEN INPUT USED-WORD-FILE
               IF used-word-status = '00'
                   OR used-word-status = '05' THEN
                   PERFORM UNTIL used-word-eof = 1
                       READ USED-WORD-FILE NEXT RECORD
                           AT END MOVE 1 TO used-word-eof
                           NOT AT END ADD 1 TO conv-mst-words
                       END-READ
                   END-PERFORM
                   CLOSE USED-WORD-FILE
               END-IF

               MOVE 0 TO player-ach-eof
               OPEN INPUT PLAYER-ACH-FILE
               IF player-ach-status = '00'
                   OR player-ach-status = '05' THEN
                   PERFORM UNTIL player-ach-eof = 1
                       READ PLAYER-ACH-FILE NEXT RECORD
                           AT END MOVE 1 TO player-ach-eof
                           NOT AT END ADD 1 TO conv-mst-achs
                       END-READ
                   END-PERFORM
                   CLOSE PLAYER-ACH-FILE
               END-IF.

           WRITE-CONVERT-REPORT.
               *> The control totals, then one line per total
               *> that does not balance
               ACCEPT clock-date FROM DATE YYYYMMDD
               MOVE SPACES TO conv-rpt-line
               STRING 'STATS.DAT CONVERSION  ' DELIMITED BY SIZE
                   clock-date DELIMITED BY SIZE
                   '  LOADED FROM ' DELIMITED BY SIZE
                   stats-file-name DELIMITED BY SPACE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               MOVE SPACES TO conv-rpt-line
               STRING 'HEADERS       READ ' DELIMITED BY SIZE
                   conv-hdr-read DELIMITED BY SIZE
                   '  WRITTEN ' DELIMITED BY SIZE
                   conv-hdr-written DELIMITED BY SIZE
                   '  FOLDED ' DELIMITED BY SIZE
                   conv-hdr-folded DELIMITED BY SIZE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               MOVE SPACES TO conv-rpt-line
               STRING 'USED WORDS    READ ' DELIMITED BY SIZE
                   conv-word-read DELIMITED BY SIZE
                   '  WRITTEN ' DELIMITED BY SIZE
                   conv-word-written DELIMITED BY SIZE
                   '  DUPLICATE ' DELIMITED BY SIZE
                   conv-word-dupes DELIMITED BY SIZE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               MOVE SPACES TO conv-rpt-line
               STRING 'ACHIEVEMENTS  READ ' DELIMITED BY SIZE
                   conv-ach-read DELIMITED BY SIZE
                   '  WRITTEN ' DELIMITED BY SIZE
                   conv-ach-written DELIMITED BY SIZE
                   '  DUPLICATE ' DELIMITED BY SIZE
                   conv-ach-dupes DELIMITED BY SIZE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               MOVE SPACES TO conv-rpt-line
               STRING 'READ BACK     PLAYERS ' DELIMITED BY SIZE
                   conv-mst-players DELIMITED BY SIZE
                   '  USED WORDS ' DELIMITED BY SIZE
                   conv-mst-words DELIMITED BY SIZE
                   '  ACHIEVEMENTS ' DELIMITED BY SIZE
                   conv-mst-achs DELIMITED BY SIZE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               MOVE SPACES TO conv-rpt-line
               STRING 'GAMES         STATS ' DELIMITED BY SIZE
                   conv-src-games DELIMITED BY SIZE
                   '  MASTER ' DELIMITED BY SIZE
                   conv-mst-games DELIMITED BY SIZE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               MOVE SPACES TO conv-rpt-line
               STRING 'WINS          STATS ' DELIMITED BY SIZE
                   conv-src-wins DELIMITED BY SIZE
                   '  MASTER ' DELIMITED BY SIZE
                   conv-mst-wins DELIMITED BY SIZE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               MOVE SPACES TO conv-rpt-line
               STRING 'LOSSES        STATS ' DELIMITED BY SIZE
                   conv-src-losses DELIMITED BY SIZE
                   '  MASTER ' DELIMITED BY SIZE
                   conv-mst-losses DELIMITED BY SIZE
                   INTO conv-rpt-line
               END-STRING
               PERFORM WRITE-CONVERT-LINE

               IF player-files-ok = 0 THEN
                   ADD 1 TO conv-diff-count
                   MOVE 'PLAYER FILES COULD NOT BE OPENED'
                       TO conv-rpt-line
                   PERFORM WRITE-CONVERT-LINE
               END-IF

               IF conv-hdr-read NOT =
                   conv-hdr-written + conv-hdr-folded THEN
                   ADD 1 TO conv-diff-count
                   MOVE 'OUT OF BALANCE: HEADERS' TO conv-rpt-line
                   PERFORM WRITE-CONVERT-LINE
               END-IF

               IF conv-word-read NOT =
                   conv-word-written + conv-word-dupes THEN
                   ADD 1 TO conv-diff-count
                   MOVE 'OUT OF BALANCE: USED WORDS' TO conv-rpt-line
                   PERFORM WRITE-CONVERT-LINE
               END-IF

               IF conv-ach-read NOT =
                   conv-ach-written + conv-ach-dupes THEN
                   ADD 1 TO conv-diff-count
                   MOVE 'OUT OF BALANCE: ACHIEVEMENTS'
                       TO conv-rpt-line
                   PERFORM WRITE-CONVERT-LINE
               END-IF

               IF conv-mst-players NOT = conv-hdr-written
                   OR conv-mst-words NOT = conv-word-written
                   OR conv-mst-achs NOT = conv-ach-written THEN
                   ADD 1 TO conv-diff-count
                   MOVE 'OUT OF BALANCE: READ BACK' TO conv-rpt-line
                   PERFORM WRITE-CONVERT-LINE
               END-IF

               IF conv-src-games NOT = conv-mst-games
                   OR conv-src-wins NOT = conv-mst-wins
                   OR conv-src-losses NOT = conv-mst-losses THEN
                   ADD 1 TO conv-diff-count
                   MOVE 'OUT OF BALANCE: TALLIES' TO conv-rpt-line
                   PERFORM WRITE-CONVERT-LINE
               END-IF

               MOVE SPACES TO conv-rpt-line
               IF conv-diff-count = 0 THEN
                   MOVE 'CONTROL TOTALS BALANCE' TO conv-rpt-line
               ELSE
                   STRING 'TOTALS OUT OF BALANCE: ' DELIMITED BY SIZE
                       conv-diff-count DELIMITED BY SIZE
                       INTO conv-rpt-line
                   END-STRING
               END-IF
               PERFORM WRITE-CONVERT-LINE.

           WRITE-CONVERT-LINE.
               MOVE conv-rpt-line TO CONV-RPT-RECORD
               WRITE CONV-RPT-RECORD.

           RUN-DAYCLOSE-MODE.
               *> Close a day's daily challenge: DAYCLOSE [date],
               *> yesterday when no date is given, which is the
               *> day NIGHTLY wants closed. The day's word and
               *> ranked board go to DAILY.YYYYMMDD.DAT and every
               *> entry joins DAILYHST.DAT; an attempt never
               *> settled is filed as DNF. A day already in the
               *> history is not filed twice, so a rerun is
               *> harmless. A day still being played - today or
               *> later - is refused. 12 when it cannot run
               MOVE 0 TO daily-entrants
               MOVE 0 TO daily-hist-added
               MOVE 0 TO daily-hist-present
               MOVE 12 TO RETURN-CODE

               ACCEPT clock-date FROM DATE YYYYMMDD
               IF command-line-param(10:8) IS NUMERIC THEN
                   MOVE command-line-param(10:8) TO daily-board-date
               ELSE
                   MOVE clock-date TO daily-date-num
                   COMPUTE daily-date-num =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(daily-date-num)
                           - 1)
                   MOVE daily-date-num TO daily-board-date
               END-IF

               IF daily-board-date NOT < clock-date THEN
                   DISPLAY 'DAYCLOSE: ' daily-board-date
                       ' is not over yet - nothing closed'
               ELSE
                   MOVE SPACES TO report-file-name
                   STRING 'DAILY.' DELIMITED BY SIZE
                       daily-board-date DELIMITED BY SIZE
                       '.DAT' DELIMITED BY SIZE
                       INTO report-file-name
                   END-STRING

                   PERFORM ACQUIRE-FILE-LOCK
                   OPEN I-O DAILY-HIST-FILE
                   IF daily-hist-status = '00'
                       OR daily-hist-status = '05' THEN
                       OPEN OUTPUT REPORT-FILE
                       IF report-file-status = '00' THEN
                           PERFORM WRITE-DAYCLOSE-REPORT
                           CLOSE REPORT-FILE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                       CLOSE DAILY-HIST-FILE
                   END-IF
                   PERFORM RELEASE-FILE-LOCK
               END-IF
               MOVE 'REPORT.DAT' TO report-file-name.

           WRITE-DAYCLOSE-REPORT.
               *> The closed day's word, its ranked board - filed
               *> into the history line by line as it is written -
               *> and the control counts
               MOVE SPACES TO report-line
               STRING 'DAILY CHALLENGE RESULTS  ' DELIMITED BY SIZE
                   daily-board-date DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO DW-WORD
               OPEN INPUT DAILY-WORD-FILE
               IF daily-word-status = '00' THEN
                   MOVE daily-board-date TO DW-DATE
                   READ DAILY-WORD-FILE KEY IS DW-DATE
                       INVALID KEY
                           MOVE SPACES TO DW-WORD
                   END-READ
                   CLOSE DAILY-WORD-FILE
               END-IF
               MOVE SPACES TO report-line
               STRING 'WORD OF THE DAY  ' DELIMITED BY SIZE
                   DW-WORD DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               PERFORM WRITE-REPORT-LINE

               MOVE daily-header-line TO report-line
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO daily-to-report
               PERFORM SORT-DAILY-BOARD
               MOVE 0 TO daily-to-report
               IF daily-entrants = 0 THEN
                   MOVE 'NO ENTRIES' TO report-line
                   PERFORM WRITE-REPORT-LINE
               END-IF

               MOVE SPACES TO report-line
               STRING 'ENTRANTS ' DELIMITED BY SIZE
                   daily-entrants DELIMITED BY SIZE
                   '  FILED TO HISTORY ' DELIMITED BY SIZE
                   daily-hist-added DELIMITED BY SIZE
                   '  ALREADY FILED ' DELIMITED BY SIZE
                   daily-hist-present DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               PERFORM WRITE-REPORT-LINE.

           RUN-STATEMENT-MODE.
               *> Quarter-end statements: QTRSTMT [from to] writes
               *> a statement for every profile on the master - a
               *> quiet quarter still gets one - except the shared
               *> GUEST ID. With no dates it covers the last full
               *> quarter, so it can run on the first morning of
               *> the next. 8 when any statement could not be
               *> written, 12 when the run cannot go ahead
               MOVE 0 TO stmt-written
               MOVE 0 TO stmt-failed
               MOVE 0 TO stmt-all-rounds
               MOVE 12 TO RETURN-CODE

               IF command-line-param(9:8) IS NUMERIC
                   AND command-line-param(18:8) IS NUMERIC THEN
                   MOVE command-line-param(9:8) TO stmt-from-date
                   MOVE command-line-param(18:8) TO stmt-to-date
               ELSE
                   ACCEPT stmt-today FROM DATE YYYYMMDD
                   MOVE stmt-today TO stmt-date
                   PERFORM SET-QUARTER-START
                   COMPUTE stmt-date-num =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(stmt-date-num)
                           - 1)
                   MOVE stmt-date TO stmt-to-date
                   PERFORM SET-QUARTER-START
                   MOVE stmt-date TO stmt-from-date
               END-IF

               MOVE stmt-from-date TO eff-from-check
               MOVE stmt-to-date TO eff-to-check
               PERFORM CHECK-EFF-DATES
               IF eff-dates-ok = 0 THEN
                   DISPLAY 'QTRSTMT: ' eff-reason
                       ' - no statements written'
               ELSE
                   MOVE 0 TO player-eof
                   OPEN INPUT PLAYER-FILE
                   IF player-file-status = '00'
                       OR player-file-status = '05' THEN
                       PERFORM UNTIL player-eof = 1
                           READ PLAYER-FILE NEXT RECORD
                               AT END MOVE 1 TO player-eof
                               NOT AT END
                                   IF PM-PLAYER NOT = 'GUEST' THEN
                                       MOVE PM-PLAYER TO stmt-player
                                       PERFORM WRITE-PLAYER-STATEMENT
                                       IF report-file-status = '00'
                                           THEN
                                           ADD 1 TO stmt-written
                                           ADD stmt-tot-rounds
                                               TO stmt-all-rounds
                                       ELSE
                                           ADD 1 TO stmt-failed
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PLAYER-FILE
                       IF stmt-failed > 0 THEN
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               MOVE 'REPORT.DAT' TO report-file-name.

           RUN-USAGE-MODE.
               *> Terminal usage for staffing: USAGE [from [to]]
               *> with YYYYMMDD dates, either end open when left
               *> off, writes USAGE.<to date>.DAT - sessions,
               *> minutes and rounds per player per day, with the
               *> refused sign-ons. Idle sessions are cleared
               *> first so an abandoned one is counted; a session
               *> still signed on counts once it ends. 12 when the
               *> report cannot be written
               MOVE 0 TO session-cleared
               MOVE 0 TO usage-tot-sessions
               MOVE 0 TO usage-tot-minutes
               MOVE 0 TO usage-tot-rounds
               MOVE 0 TO usage-tot-refused
               IF command-line-param(7:8) IS NUMERIC THEN
                   MOVE command-line-param(7:8) TO usage-from-date
               ELSE
                   MOVE SPACES TO usage-from-date
               END-IF
               IF command-line-param(16:8) IS NUMERIC THEN
                   MOVE command-line-param(16:8) TO usage-to-date
               ELSE
                   MOVE SPACES TO usage-to-date
               END-IF

               PERFORM ACQUIRE-FILE-LOCK
               OPEN I-O SESSION-FILE
               IF session-status = '00'
                   OR session-status = '05' THEN
                   MOVE SPACES TO session-sweep-terminal
                   PERFORM SWEEP-IDLE-SESSIONS
                   CLOSE SESSION-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCK

               IF usage-to-date NOT = SPACES THEN
                   MOVE usage-to-date TO clock-date
               ELSE
                   ACCEPT clock-date FROM DATE YYYYMMDD
               END-IF
               MOVE SPACES TO report-file-name
               STRING 'USAGE.' DELIMITED BY SIZE
                   clock-date DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
                   INTO report-file-name
               END-STRING

               OPEN OUTPUT REPORT-FILE
               IF report-file-status = '00' THEN
                   PERFORM WRITE-USAGE-REPORT
                   CLOSE REPORT-FILE
               END-IF
               IF report-file-status = '00' THEN
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'REPORT.DAT' TO report-file-name.

           WRITE-USAGE-REPORT.
               MOVE SPACES TO report-line
               STRING 'TERMINAL USAGE  FROM ' DELIMITED BY SIZE
                   usage-from-date DELIMITED BY SIZE
                   '  TO ' DELIMITED BY SIZE
                   usage-to-date DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE usage-header-line TO report-line
               PERFORM WRITE-REPORT-LINE

               SORT USAGE-SORT-FILE
                   ON ASCENDING KEY US-DATE
                   ON ASCENDING KEY US-PLAYER
                   INPUT PROCEDURE IS USAGE-SORT-IN
                   OUTPUT PROCEDURE IS USAGE-SORT-OUT

               IF usage-tot-sessions = 0
                   AND usage-tot-refused = 0 THEN
                   MOVE 'NO SESSIONS IN THIS PERIOD' TO report-line
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE 'TOTAL' TO ud-date
               MOVE SPACES TO ud-player
               MOVE usage-tot-sessions TO ud-sessions
               MOVE usage-tot-minutes TO ud-minutes
               MOVE usage-tot-rounds TO ud-rounds
               MOVE usage-tot-refused TO ud-refused
               MOVE usage-detail-line TO report-line
               PERFORM WRITE-REPORT-LINE.

           USAGE-SORT-IN.
               *> A finished session - signed off or cleared as
               *> idle - on the day it began; a refused sign-on on
               *> the day it was refused
               MOVE 0 TO usage-jnl-eof
               OPEN INPUT SESSION-JNL-FILE
               IF session-jnl-status = '00'
                   OR session-jnl-status = '05' THEN
                   PERFORM UNTIL usage-jnl-eof = 1
                       READ SESSION-JNL-FILE
                           AT END MOVE 1 TO usage-jnl-eof
                           NOT AT END PERFORM RELEASE-USAGE-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE SESSION-JNL-FILE
               END-IF.

           RELEASE-USAGE-EVENT.
               MOVE SN-PLAYER TO US-PLAYER
               MOVE 0 TO US-SESSIONS
               MOVE 0 TO US-MINUTES
               MOVE 0 TO US-ROUNDS
               MOVE 0 TO US-REFUSED
               MOVE SPACES TO US-DATE
               EVALUATE SN-EVENT
                 WHEN 'SIGNOFF'
                 WHEN 'TIMEOUT'
                   MOVE SN-START-DATE TO US-DATE
                   MOVE 1 TO US-SESSIONS
                   MOVE SN-MINUTES TO US-MINUTES
                   MOVE SN-ROUNDS TO US-ROUNDS
                 WHEN 'REFUSED'
                   MOVE SN-DATE TO US-DATE
                   MOVE 1 TO US-REFUSED
               END-EVALUATE
               IF US-DATE NOT = SPACES
                   AND (usage-from-date = SPACES
                       OR US-DATE >= usage-from-date)
                   AND (usage-to-date = SPACES
                       OR US-DATE <= usage-to-date) THEN
                   RELEASE USAGE-SORT-RECORD
               END-IF.

           USAGE-SORT-OUT.
               *> One line per player per day, and a total line
               *> under each day
               MOVE SPACES TO usage-date
               MOVE SPACES TO usage-player
               MOVE 0 TO usage-sessions
               MOVE 0 TO usage-minutes
               MOVE 0 TO usage-rounds
               MOVE 0 TO usage-refused
               MOVE 0 TO usage-day-sessions
               MOVE 0 TO usage-day-minutes
               MOVE 0 TO usage-day-rounds
               MOVE 0 TO usage-day-refused
               MOVE 0 TO usage-sort-eof
               PERFORM UNTIL usage-sort-eof = 1
                   RETURN USAGE-SORT-FILE
                       AT END MOVE 1 TO usage-sort-eof
                       NOT AT END PERFORM USAGE-ONE-EVENT
                   END-RETURN
               END-PERFORM
               IF usage-date NOT = SPACES THEN
                   PERFORM WRITE-USAGE-PLAYER
                   PERFORM WRITE-USAGE-DAY
               END-IF.

           USAGE-ONE-EVENT.
               IF usage-date NOT = SPACES
                   AND (US-DATE NOT = usage-date
                       OR US-PLAYER NOT = usage-player) THEN
                   PERFORM WRITE-USAGE-PLAYER
                   IF US-DATE NOT = usage-date THEN
                       PERFORM WRITE-USAGE-DAY
                   END-IF
               END-IF
               MOVE US-DATE TO usage-date
               MOVE US-PLAYER TO usage-player
               ADD US-SESSIONS TO usage-sessions
               ADD US-MINUTES TO usage-minutes
               ADD US-ROUNDS TO usage-rounds
               ADD US-REFUSED TO usage-refused.

           WRITE-USAGE-PLAYER.
               *> Roll the player's day into the day and window
               *> totals and start the next player from zero
               MOVE usage-date TO ud-date
               MOVE usage-player TO ud-player
               MOVE usage-sessions TO ud-sessions
               MOVE usage-minutes TO ud-minutes
               MOVE usage-rounds TO ud-rounds
               MOVE usage-refused TO ud-refused
               MOVE usage-detail-line TO report-line
               PERFORM WRITE-REPORT-LINE
               ADD usage-sessions TO usage-day-sessions
                   usage-tot-sessions
               ADD usage-minutes TO usage-day-minutes
                   usage-tot-minutes
               ADD usage-rounds TO usage-day-rounds usage-tot-rounds
               ADD usage-refused TO usage-day-refused
                   usage-tot-refused
               MOVE 0 TO usage-sessions
               MOVE 0 TO usage-minutes
               MOVE 0 TO usage-rounds
               MOVE 0 TO usage-refused.

           WRITE-USAGE-DAY.
               MOVE usage-date TO ud-date
               MOVE 'DAY' TO ud-player
               MOVE usage-day-sessions TO ud-sessions
               MOVE usage-day-minutes TO ud-minutes
               MOVE usage-day-rounds TO ud-rounds
               MOVE usage-day-refused TO ud-refused
               MOVE usage-detail-line TO report-line
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO report-line
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO usage-day-sessions
               MOVE 0 TO usage-day-minutes
               MOVE 0 TO usage-day-rounds
               MOVE 0 TO usage-day-refused.

           RUN-JOB-STEP.
               *> Run the unattended step named in JOB-STEP-NAME
               *> and journal it: start and end time, the return
               *> code the step left, and its control counts. The
               *> step's return code is left in RETURN-CODE for
               *> the caller, exactly as if it had run bare
               ACCEPT job-start-date FROM DATE YYYYMMDD
               ACCEPT clock-time FROM TIME
               MOVE clock-time(1:6) TO job-start-time
               MOVE 0 TO RETURN-CODE

               EVALUATE job-step-name
                 WHEN 'GENDECK'
                   PERFORM RUN-GENDECK-MODE
                 WHEN 'BATCH'
                   PERFORM RUN-BATCH-MODE
                 WHEN 'AUDIT'
                   PERFORM RUN-AUDIT-MODE
                 WHEN 'RATE'
                   PERFORM RUN-RATE-MODE
                 WHEN 'REPORT'
                   PERFORM RUN-REPORT-MODE
                 WHEN 'ARCHIVE'
                   PERFORM RUN-ARCHIVE-MODE
                 WHEN 'REPLAY'
                   PERFORM RUN-REPLAY-MODE
                 WHEN 'EXTRACT'
                   PERFORM RUN-EXTRACT-MODE
                 WHEN 'CONVERT'
                   PERFORM RUN-CONVERT-MODE
                 WHEN 'DAYCLOSE'
                   PERFORM RUN-DAYCLOSE-MODE
                 WHEN 'QTRSTMT'
                   PERFORM RUN-STATEMENT-MODE
                 WHEN 'USAGE'
                   PERFORM RUN-USAGE-MODE
               END-EVALUATE

               MOVE RETURN-CODE TO job-step-rc
               PERFORM BUILD-JOB-COUNTS
               PERFORM WRITE-JOB-LOG
               DISPLAY job-name ': ' job-step-name ' RC ' job-step-rc
                   '  ' job-counts
               MOVE job-step-rc TO RETURN-CODE.

           BUILD-JOB-COUNTS.
               *> The control counts each step already keeps,
               *> strung into the journal line
               MOVE SPACES TO job-counts
               EVALUATE job-step-name
                 WHEN 'GENDECK'
                   STRING 'CASES ' DELIMITED BY SIZE
                       gen-case-count DELIMITED BY SIZE
                       ' SKIPPED ' DELIMITED BY SIZE
                       gen-skip-count DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'BATCH'
                   STRING 'CASES ' DELIMITED BY SIZE
                       batch-case-count DELIMITED BY SIZE
                       ' PASS ' DELIMITED BY SIZE
                       batch-pass-count DELIMITED BY SIZE
                       ' FAIL ' DELIMITED BY SIZE
                       batch-fail-count DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'AUDIT'
                   MOVE audit-player-count TO job-count-1
                   STRING 'PLAYERS ' DELIMITED BY SIZE
                       job-count-1 DELIMITED BY SIZE
                       ' DISCREPANCIES ' DELIMITED BY SIZE
                       audit-diff-count DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'RATE'
                   MOVE rating-count TO job-count-1
                   STRING 'WORDS RATED ' DELIMITED BY SIZE
                       job-count-1 DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'REPORT'
                   MOVE report-tot-games TO job-count-1
                   MOVE report-tot-wins TO job-count-2
                   STRING 'GAMES ' DELIMITED BY SIZE
                       job-count-1 DELIMITED BY SIZE
                       ' WINS ' DELIMITED BY SIZE
                       job-count-2 DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'ARCHIVE'
                   STRING 'READ ' DELIMITED BY SIZE
                       arch-read-count DELIMITED BY SIZE
                       ' ARCHIVED ' DELIMITED BY SIZE
                       arch-cut-count DELIMITED BY SIZE
                       ' KEPT ' DELIMITED BY SIZE
                       arch-kept-count DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'REPLAY'
                   STRING 'ROUNDS ' DELIMITED BY SIZE
                       replay-round-count DELIMITED BY SIZE
                       ' EXCEPTIONS ' DELIMITED BY SIZE
                       replay-exception-count DELIMITED BY SIZE
                       ' NOTES ' DELIMITED BY SIZE
                       replay-note-count DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'EXTRACT'
                   STRING 'ROUNDS ' DELIMITED BY SIZE
                       extract-log-count DELIMITED BY SIZE
                       ' PLAYERS ' DELIMITED BY SIZE
                       extract-player-count DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       extract-mode DELIMITED BY SPACE
                       INTO job-counts
                   END-STRING
                 WHEN 'CONVERT'
                   STRING 'PLAYERS ' DELIMITED BY SIZE
                       conv-mst-players DELIMITED BY SIZE
                       ' WORDS ' DELIMITED BY SIZE
                       conv-mst-words DELIMITED BY SIZE
                       ' ACHIEVEMENTS ' DELIMITED BY SIZE
                       conv-mst-achs DELIMITED BY SIZE
                       ' DIFF ' DELIMITED BY SIZE
                       conv-diff-count DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'DAYCLOSE'
                   STRING 'DATE ' DELIMITED BY SIZE
                       daily-board-date DELIMITED BY SIZE
                       ' ENTRANTS ' DELIMITED BY SIZE
                       daily-entrants DELIMITED BY SIZE
                       ' FILED ' DELIMITED BY SIZE
                       daily-hist-added DELIMITED BY SIZE
                       ' ALREADY ' DELIMITED BY SIZE
                       daily-hist-present DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'QTRSTMT'
                   STRING 'STATEMENTS ' DELIMITED BY SIZE
                       stmt-written DELIMITED BY SIZE
                       ' ROUNDS ' DELIMITED BY SIZE
                       stmt-all-rounds DELIMITED BY SIZE
                       ' FAILED ' DELIMITED BY SIZE
                       stmt-failed DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       stmt-to-date DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
                 WHEN 'USAGE'
                   STRING 'SESSIONS ' DELIMITED BY SIZE
                       usage-tot-sessions DELIMITED BY SIZE
                       ' MINUTES ' DELIMITED BY SIZE
                       usage-tot-minutes DELIMITED BY SIZE
                       ' ROUNDS ' DELIMITED BY SIZE
                       usage-tot-rounds DELIMITED BY SIZE
                       ' CLEARED ' DELIMITED BY SIZE
                       session-cleared DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
               END-EVALUATE.

           WRITE-JOB-LOG.
               *> Append one line to the job journal; a return
               *> code past the stream's limit reads as FAILED
               OPEN EXTEND JOB-LOG-FILE
               IF job-log-status = '00' OR job-log-status = '05'
                   THEN
                   ACCEPT clock-time FROM TIME
                   MOVE job-name TO JL-JOB
                   MOVE job-step-name TO JL-STEP
                   MOVE job-start-date TO JL-DATE
                   MOVE job-start-time TO JL-START
                   MOVE clock-time(1:6) TO JL-END
                   MOVE job-step-rc TO JL-RC
                   IF job-step-rc > nightly-rc-limit THEN
                       MOVE 'FAILED' TO JL-STATUS
                   ELSE
                       MOVE 'ENDED' TO JL-STATUS
                   END-IF
                   MOVE job-counts TO JL-COUNTS
                   WRITE JOB-LOG-RECORD
                   CLOSE JOB-LOG-FILE
               END-IF.

           RUN-NIGHTLY-MODE.
               *> The overnight job stream: the steps run in the
               *> order of NIGHTLY-STEPS, and a step whose return
               *> code is past NIGHTLY-RC-LIMIT stops the stream -
               *> an out-of-balance audit must not let RATE price
               *> word selection off the same log. The restart
               *> point moves past each step as it finishes, so a
               *> rerun resumes at the step that failed rather
               *> than redo the ones that did not. The stream's
               *> return code is the worst any step left
               MOVE 'NIGHTLY' TO job-name
               MOVE 0 TO nightly-max-rc
               MOVE 0 TO nightly-stopped
               ACCEPT nightly-start-date FROM DATE YYYYMMDD
               ACCEPT clock-time FROM TIME
               MOVE clock-time(1:6) TO nightly-start-time

               PERFORM READ-NIGHTLY-RESTART
               IF nightly-resume-step > 1 THEN
                   DISPLAY 'NIGHTLY: RESUMING AT '
                       nightly-step-name(nightly-resume-step)
               END-IF

               PERFORM VARYING nightly-step-no
                   FROM nightly-resume-step BY 1
                   UNTIL nightly-step-no > nightly-step-count
                   OR nightly-stopped = 1
                   MOVE nightly-step-name(nightly-step-no)
                       TO job-step-name
                   PERFORM RUN-JOB-STEP
                   IF job-step-rc > nightly-max-rc THEN
                       MOVE job-step-rc TO nightly-max-rc
                   END-IF
                   IF job-step-rc > nightly-rc-limit THEN
                       MOVE 1 TO nightly-stopped
                       MOVE nightly-step-no TO nightly-resume-step
                   ELSE
                       COMPUTE nightly-resume-step =
                           nightly-step-no + 1
                   END-IF
                   PERFORM WRITE-NIGHTLY-RESTART
               END-PERFORM

               *> Close the run with one line for the stream as
               *> a whole
               MOVE 'NIGHTLY' TO job-step-name
               MOVE nightly-start-date TO job-start-date
               MOVE nightly-start-time TO job-start-time
               MOVE nightly-max-rc TO job-step-rc
               MOVE SPACES TO job-counts
               IF nightly-stopped = 1 THEN
                   STRING 'STOPPED AT ' DELIMITED BY SIZE
                       nightly-step-name(nightly-resume-step)
                       DELIMITED BY SPACE
                       ' - RERUN RESUMES THERE' DELIMITED BY SIZE
                       INTO job-counts
                   END-STRING
               ELSE
                   PERFORM CLEAR-NIGHTLY-RESTART
                   MOVE 'ALL STEPS COMPLETE' TO job-counts
               END-IF
               PERFORM WRITE-JOB-LOG
               DISPLAY 'NIGHTLY: ' job-counts
               MOVE nightly-max-rc TO RETURN-CODE.

           READ-NIGHTLY-RESTART.
               *> No restart point (or a cleared one) means the
               *> stream starts from its first step
               MOVE 1 TO nightly-resume-step
               MOVE 0 TO night-rst-eof
               OPEN INPUT NIGHT-RST-FILE
               IF night-rst-status = '00'
                   OR night-rst-status = '05' THEN
                   PERFORM UNTIL night-rst-eof = 1
                       READ NIGHT-RST-FILE
                           AT END MOVE 1 TO night-rst-eof
                           NOT AT END
                               IF NR-STEP IS NUMERIC
                                   AND NR-STEP > 0
                                   AND NR-STEP <= nightly-step-count
                                   THEN
                                   MOVE NR-STEP
                                       TO nightly-resume-step
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NIGHT-RST-FILE
               END-IF.

           WRITE-NIGHTLY-RESTART.
               OPEN OUTPUT NIGHT-RST-FILE
               IF night-rst-status = '00'
                   OR night-rst-status = '05' THEN
                   MOVE nightly-start-date TO NR-DATE
                   MOVE nightly-resume-step TO NR-STEP
                   WRITE NIGHT-RST-RECORD
                   CLOSE NIGHT-RST-FILE
               END-IF.

           CLEAR-NIGHTLY-RESTART.
               *> An empty restart file reads back as a fresh
               *> start
               OPEN OUTPUT NIGHT-RST-FILE
               IF night-rst-status = '00'
                   OR night-rst-status = '05' THEN
                   CLOSE NIGHT-RST-FILE
               END-IF.

           RUN-STATUS-MODE.
               *> Show the last run and the last clean completion
               *> of every job the journal knows, the NIGHTLY
               *> steps always listed. An overnight job with no
               *> completion in the past 24 hours is flagged, and
               *> any flag leaves return code 4 for the scheduler
               MOVE 0 TO status-job-count
               MOVE 0 TO status-flag-count
               INITIALIZE status-jobs
               MOVE 'NIGHTLY' TO job-step-name
               PERFORM FIND-STATUS-JOB
               MOVE 1 TO sj-daily(status-slot)
               PERFORM VARYING nightly-step-no FROM 1 BY 1
                   UNTIL nightly-step-no > nightly-step-count
                   MOVE nightly-step-name(nightly-step-no)
                       TO job-step-name
                   PERFORM FIND-STATUS-JOB
                   MOVE 1 TO sj-daily(status-slot)
               END-PERFORM

               MOVE 0 TO job-log-eof
               OPEN INPUT JOB-LOG-FILE
               IF job-log-status = '00' OR job-log-status = '05'
                   THEN
                   PERFORM UNTIL job-log-eof = 1
                       READ JOB-LOG-FILE
                           AT END MOVE 1 TO job-log-eof
                           NOT AT END
                               PERFORM STATUS-ONE-JOB-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE JOB-LOG-FILE
               END-IF

               ACCEPT clock-date FROM DATE YYYYMMDD
               ACCEPT clock-time FROM TIME
               MOVE clock-date TO status-date-num
               MOVE clock-time(1:6) TO status-time-num
               PERFORM STATUS-SECONDS
               MOVE status-done-secs TO status-now-secs

               DISPLAY 'JOB STATUS  ' clock-date ' ' clock-time(1:6)
               DISPLAY status-header-line
               PERFORM VARYING sj-idx FROM 1 BY 1
                   UNTIL sj-idx > status-job-count
                   MOVE sj-step(sj-idx) TO sdl-step
                   MOVE sj-last-job(sj-idx) TO sdl-last-job
                   MOVE sj-last-date(sj-idx) TO sdl-last-date
                   MOVE sj-last-end(sj-idx) TO sdl-last-end
                   MOVE sj-last-rc(sj-idx) TO sdl-last-rc
                   MOVE sj-last-status(sj-idx) TO sdl-last-status
                   MOVE sj-done-date(sj-idx) TO sdl-done-date
                   MOVE sj-done-end(sj-idx) TO sdl-done-end
                   MOVE SPACES TO sdl-flag
                   IF sj-daily(sj-idx) = 1 THEN
                       IF sj-done-date(sj-idx) = SPACES
                           OR status-now-secs - sj-done-secs(sj-idx)
                           > status-day-secs THEN
                           MOVE '** OVERDUE' TO sdl-flag
                           ADD 1 TO status-flag-count
                       END-IF
                   END-IF
                   IF sj-last-date(sj-idx) = SPACES THEN
                       MOVE 'NEVER RUN' TO sdl-last-date
                   END-IF
                   DISPLAY status-detail-line
               END-PERFORM
               DISPLAY 'JOBS FLAGGED: ' status-flag-count

               IF status-flag-count > 0 THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF.

           STATUS-ONE-JOB-RECORD.
               *> The journal is in run order, so the last line
               *> seen for a step is its last run; an ENDED line
               *> is a clean completion, timed from its end - a
               *> step that ran past midnight ended the next day
               MOVE JL-STEP TO job-step-name
               PERFORM FIND-STATUS-JOB
               IF status-slot > 0 THEN
                   MOVE JL-JOB TO sj-last-job(status-slot)
                   MOVE JL-DATE TO sj-last-date(status-slot)
                   MOVE JL-END TO sj-last-end(status-slot)
                   MOVE JL-RC TO sj-last-rc(status-slot)
                   MOVE JL-STATUS TO sj-last-status(status-slot)
                   IF JL-STATUS = 'ENDED'
                       AND JL-DATE IS NUMERIC
                       AND JL-END IS NUMERIC THEN
                       MOVE JL-DATE TO status-date-num
                       MOVE JL-END TO status-time-num
                       PERFORM STATUS-SECONDS
                       IF JL-END < JL-START THEN
                           ADD status-day-secs TO status-done-secs
                       END-IF
                       MOVE JL-DATE TO sj-done-date(status-slot)
                       MOVE JL-END TO sj-done-end(status-slot)
                       MOVE status-done-secs
                           TO sj-done-secs(status-slot)
                   END-IF
               END-IF.

           STATUS-SECONDS.
               *> STATUS-DATE-NUM and STATUS-TIME-NUM as a count
               *> of seconds, so two stamps can be subtracted
               COMPUTE status-days =
                   FUNCTION INTEGER-OF-DATE(status-date-num)
               COMPUTE status-done-secs =
                   (status-days * status-day-secs)
                   + (status-hh * 3600)
                   + (status-mm * 60)
                   + status-ss.

           FIND-STATUS-JOB.
               *> Slot for JOB-STEP-NAME, added if new; zero when
               *> the table is full
               MOVE 0 TO status-slot
               PERFORM VARYING sj-idx FROM 1 BY 1
                   UNTIL sj-idx > status-job-count
                   IF sj-step(sj-idx) = job-step-name THEN
                       MOVE sj-idx TO status-slot
                   END-IF
               END-PERFORM
               IF status-slot = 0
                   AND status-job-count < max-status-jobs THEN
                   ADD 1 TO status-job-count
                   MOVE status-job-count TO status-slot
                   MOVE job-step-name TO sj-step(status-slot)
               END-IF.

           LOAD-WORD-RATINGS.
               *> Read the ratings the last RATE pass left, so
               WRITE REPORT-RECORD.

           MARK-WORD-USED.
               *> Record HANGWORD as used by the signed-on player;
               *> one already on file for them is left as it is
               MOVE current-player TO UW-PLAYER
               MOVE hangWord TO UW-WORD
               WRITE USED-WORD-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           CHECK-ACHIEVEMENTS.
               *> See what the win that just landed has earned:
               *> per player. Runs after the tally was bumped, so
               *> the streak and win counts are the post-round
               *> ones
               OPEN INPUT PLAYER-ACH-FILE

               IF stats-wins >= 1 THEN
                   MOVE 'FIRST WIN' TO ach-check-code
                   PERFORM TRY-AWARD-ACHIEVEMENT
               IF max-wrong-guesses <= 5 THEN
                   MOVE 'HARD WIN' TO ach-check-code
                   PERFORM TRY-AWARD-ACHIEVEMENT
               END-IF

               CLOSE PLAYER-ACH-FILE.

           TRY-AWARD-ACHIEVEMENT.
               *> Award ACH-CHECK-CODE to the signed-on player
               *> unless PLAYACH.DAT shows they already hold it; a
               *> fresh award is queued for the win screen and
               *> for the round save, which files it
               MOVE 0 TO ach-found
               MOVE current-player TO PA-PLAYER
               MOVE ach-check-code TO PA-CODE
               READ PLAYER-ACH-FILE KEY IS PA-KEY
                   NOT INVALID KEY
                       MOVE 1 TO ach-found
               END-READ

               IF ach-found = 0
                   AND new-ach-count < 6 THEN
                   ADD 1 TO new-ach-count
                   MOVE ach-check-code
                       TO new-ach-code(new-ach-count)
               END-IF.

           ANNOUNCE-ACHIEVEMENTS.
               *> the fixed lines the statistics screen shows,
               *> in the fixed code order; an unearned one shows
               *> as a blank line
               OPEN INPUT PLAYER-ACH-FILE
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > 6
                   MOVE SPACES TO ach-line(i)
                   MOVE current-player TO PA-PLAYER
                   MOVE ach-code-name(i) TO PA-CODE
                   READ PLAYER-ACH-FILE KEY IS PA-KEY
                       NOT INVALID KEY
                           MOVE PA-CODE TO ach-line(i)
                   END-READ
               END-PERFORM
               CLOSE PLAYER-ACH-FILE.

       END PROGRAM HANGMAN-GAME.

      *                  on each record so every size keeps its own
      *                  standings.  Old 9-character score records
      *                  fail the parse and are dropped.
      * 2026-10-15  CAC  Added a club-night tournament mode -- a
      *                  seeded knockout of up to sixteen wallets on
      *                  a chosen board size, entry fees pooled by
      *                  the house (ENT on BIGLEDGER) and paid out
      *                  by placing at the final (PRZ).  The bracket
      *                  is kept in BIGTOURN between sessions and
      *                  printed with the standings to BIGTPRINT.
      * 2026-10-15  CAC  Added responsible-play limits (BIGLIMITS) --
      *                  daily and weekly loss limits, a maximum bet,
      *                  and a cooling-off or self-exclusion end date
      *                  per wallet, checked before every bet and
      *                  tournament entry against the losses on
      *                  BIGLEDGER.  Players tighten their own limits
      *                  from the bet prompt; only a signed-on
      *                  administrator may loosen one, and that lands
      *                  after a seven-day wait.  The opening screen
      *                  now picks the session mode, and a limits
      *                  report prints to BIGLPRINT.
      *
       environment division.
       input-output section.
           select ledger-file assign to "BIGLEDGER"
                  organization is line sequential
                  file status is ledger-status.
      *
           select tourn-file assign to "BIGTOURN"
                  organization is line sequential
                  file status is tourn-status.
      *
           select tourn-print-file assign to "BIGTPRINT"
                  organization is line sequential
                  file status is tprint-status.
      *
           select limits-file assign to "BIGLIMITS"
                  organization is line sequential
                  file status is limits-status.
      *
           select limits-print-file assign to "BIGLPRINT"
                  organization is line sequential
                  file status is lprint-status.
      *
       data division.
       file section.
      * house balance rides every line so the last line is the
      * house position.  NEW grubstakes a fresh wallet (house
      * pays out 1000), BET collects, PAY pays, RST rebaselines a
      * frozen wallet, ENT collects a tournament entry fee into
      * the pool the house holds, PRZ pays a tournament prize.
       fd  ledger-file
           record contains 40 characters.
       01 ledger-record.
          02 lg-house-sign      pic x.
          02 lg-house           pic 9(6).
          02 filler             pic x(8).
      *
      * The running tournament -- one header line, then one line
      * per entrant carrying the bracket position, rounds won, the
      * number built in each round, and the final placing and
      * prize.  Rewritten after every match so a knockout can run
      * across several club nights.
       fd  tourn-file
           record contains 80 characters.
       01 tourn-head-record.
          02 th-type            pic x.
          02 th-header          pic x(27).
          02 filler             pic x(52).
       01 tourn-entry-record.
          02 tr-type            pic x.
          02 tr-entrant         pic x(50).
          02 filler             pic x(29).
      *
       fd  tourn-print-file
           record contains 72 characters.
       01 tourn-print-record    pic x(72).
      *
      * One line per wallet that has limits set -- see
      * PLAYER-LIMIT in working storage for the layout.
       fd  limits-file
           record contains 80 characters.
       01 limits-record.
          02 li-data            pic x(74).
          02 filler             pic x(6).
      *
       fd  limits-print-file
           record contains 72 characters.
       01 limits-print-record   pic x(72).
      *
       working-storage section.
      *
             03 pw-name                   pic x(4).
             03 pw-balance                pic 9(4).
             03 pw-frozen                 pic x.
             03 pw-day-loss               pic s9(6).
             03 pw-week-loss              pic s9(6).
             03 pw-all-loss               pic s9(7).
       01 pw-balance-out                  pic zzz9.
      *
      * Tamper-evidence fields -- the wallet check value is a
             03 os-name                   pic x(4).
             03 os-num                    pic 9(7).

      * Tournament-fields -- a knockout of up to sixteen entrants
      * drawn from the wallets.  Entry fees go into a prize pool
      * the house holds until the final, when the pool pays out
      * by placing.  TOURN-HEADER and TOURN-ENTRANT are written to
      * BIGTOURN whole, so their layouts must stay as they are.
       01 tourn-status                    pic xx.
       01 tprint-status                   pic xx.
       01 tourn-eof-flag                  pic x value "N".
          88 tourn-eof                             value "Y".
       01 tprint-flag                     pic x value "N".
          88 tprint-on                             value "Y".
       01 entry-done-flag                 pic x value "N".
          88 entry-done                            value "Y".
       01 tourn-menu-in                   pic x value space.
       01 fee-in                          pic x(4).
       01 tourn-header.
          02 tn-status                    pic x value "N".
             88 tourn-none                         value "N".
             88 tourn-open                         value "O".
             88 tourn-complete                     value "C".
          02 tn-size                      pic 9.
          02 tn-variant                   pic x.
          02 tn-fee                       pic 9(4).
          02 tn-pool                      pic 9(6).
          02 tn-count                     pic 99 value zero.
          02 tn-bracket                   pic 99.
          02 tn-rounds                    pic 9.
          02 tn-round                     pic 9.
          02 tn-started                   pic x(8).
       01 tourn-entrants.
          02 tourn-entrant occurs 16 times.
             03 te-name                   pic x(4).
             03 te-seed                   pic 99.
             03 te-pos                    pic 99.
             03 te-balance                pic 9(4).
             03 te-won                    pic 9.
             03 te-out                    pic x.
             03 te-score occurs 4 times   pic 9(7).
             03 te-place                  pic 99.
             03 te-prize                  pic 9(6).
       01 te-swap                         pic x(50).
       01 te-idx                          pic 99.
       01 te-jdx                          pic 99.
       01 load-count                      pic 99.
       01 pass-idx                        pic 99.
       01 seed-idx                        pic 99.
       01 bracket-line                    pic 99.
       01 block-size                      pic 99.
       01 block-count                     pic 99.
       01 block-no                        pic 99.
       01 block-a                         pic 99.
       01 block-b                         pic 99.
       01 opp-idx                         pic 99.
       01 match-a                         pic 99.
       01 match-b                         pic 99.
       01 winner-idx                      pic 99.
       01 loser-idx                       pic 99.
       01 slot-a                          pic 99.
       01 slot-b                          pic 99.
       01 alive-count                     pic 99.
       01 waiting-count                   pic 99.
       01 third-count                     pic 99.
       01 place-idx                       pic 99.
       01 round-idx                       pic 9.
       01 a-score                         pic 9(7).
       01 b-score                         pic 9(7).
       01 first-prize                     pic 9(6).
       01 second-prize                    pic 9(6).
       01 third-prize                     pic 9(6).
       01 match-draws.
          02 match-draw occurs 7 times    pic 9.
      *
      * Standard sixteen-line draw -- seeds 1 and 2 can only meet
      * in the final.  A smaller bracket keeps the seeds that fit,
      * in the same order.
       01 seed-order-values               pic x(32)
                    value "01160809051204130314061107100215".
       01 seed-order redefines seed-order-values.
          02 seed-line occurs 16 times    pic 99.
      *
       01 round-name                      pic x(12).
       01 tourn-line                      pic x(72).
       01 seed-out                        pic z9.
       01 score-out                       pic zzzzzz9.
       01 score-b-out                     pic zzzzzz9.
       01 seed-b-out                      pic z9.
       01 pool-out                        pic zzz,zz9.
       01 prize-out                       pic zzz,zz9.
       01 count-out                       pic z9.

      * Player-limits fields -- daily and weekly loss limits, a
      * bet ceiling, and a cooling-off or self-exclusion end date
      * per wallet, kept in BIGLIMITS (zero means no limit).  A
      * player may tighten their own limits at any time; a
      * loosening takes the club administrator and only lands
      * once the waiting period has run, as the PL-PEND- values.
      * PLAYER-LIMIT is written to BIGLIMITS whole.
       01 limits-status                   pic xx.
       01 lprint-status                   pic xx.
       01 lprint-flag                     pic x value "N".
          88 lprint-on                             value "Y".
       01 limits-eof-flag                 pic x value "N".
          88 limits-eof                            value "Y".
       01 limits-save-flag                pic x value "N".
          88 limits-save-due                       value "Y".
       01 limits-count                    pic 99 value zero.
       01 limits-idx                      pic 99.
       01 limit-idx                       pic 99 value zero.
       01 limit-wait-days                 pic 99 value 7.
       01 player-limits.
          02 player-limit occurs 20 times.
             03 pl-name                   pic x(4).
             03 pl-daily                  pic 9(5).
             03 pl-weekly                 pic 9(5).
             03 pl-max-bet                pic 9(4).
             03 pl-excl-type              pic x.
                88 pl-cooling-off                  value "C".
                88 pl-self-excluded                value "S".
             03 pl-excl-until             pic x(8).
             03 pl-pend-daily             pic 9(5).
             03 pl-pend-weekly            pic 9(5).
             03 pl-pend-max-bet           pic 9(4).
             03 pl-pend-excl-type         pic x.
             03 pl-pend-excl-until        pic x(8).
             03 pl-pend-effective         pic x(8).
             03 pl-pend-by                pic x(8).
             03 pl-changed                pic x(8).
      *
      * Loss is stake minus return -- BET and ENT lines count up,
      * PAY and PRZ lines count down; grubstakes and resets are
      * not play and do not count.  The week runs Monday-Sunday.
       01 today-date                      pic x(8).
       01 week-start-date                 pic x(8).
       01 today-int                       pic 9(7).
       01 loss-amount                     pic s9(5).
       01 loss-idx                        pic 99.
       01 loss-wallet-idx                 pic 99.
       01 limit-stake                     pic 9(5).
       01 limit-verdict                   pic x value space.
       01 limit-edit-mode                 pic x.
          88 limit-edit-admin                      value "A".
       01 limit-in                        pic x(6).
       01 limit-prompt                    pic x(40).
       01 limit-ceiling                   pic 9(5).
       01 limit-name                      pic x(4).
       01 limit-date-in                   pic x(8).
       01 limit-date-num                  pic 9(8).
       01 limit-text                      pic x(6).
       01 limit-b-text                    pic x(6).
       01 max-bet-text                    pic x(5).
       01 cur-excl-until                  pic x(8).
       01 break-in                        pic x.
       01 lift-in                         pic x.
       01 new-daily                       pic 9(5).
       01 new-weekly                      pic 9(5).
       01 new-max-bet                     pic 9(5).
       01 new-excl-type                   pic x.
       01 new-excl-until                  pic x(8).
       01 cur-limit                       pic 9(5).
       01 new-limit                       pic 9(5).
       01 limit-change                    pic x.
       01 tighten-flag                    pic x.
          88 limits-tightened                      value "Y".
       01 loosen-flag                     pic x.
          88 limits-loosened                       value "Y".
       01 break-count                     pic 99.
       01 break-date.
          02 break-yyyy                   pic 9(4).
          02 break-mm                     pic 99.
          02 break-dd                     pic 99.
       01 break-months-total              pic 9(6).
       01 limit-out                       pic zz,zz9.
       01 limit-b-out                     pic zz,zz9.
       01 max-bet-out                     pic z,zz9.
       01 loss-out                        pic ----,--9.
       01 loss-b-out                      pic ----,--9.
       01 loss-c-out                      pic -----,--9.
       01 limit-date-out                  pic x(10).
       01 limit-status-out                pic x(13).
       01 limits-line                     pic x(72).
      *
      * The signed-on operator and authorities UTILMENU shares --
      * only an administrator may loosen a player's limits.
       01 operator-id                     pic x(8) external.
       COPY operauth.
      *
      * Board-configuration fields -- size 3 to 7 and the session's
      * goal.  The jackpot multiplier scales with the board size
      * (the classic five-slot board keeps its double-your-bet).
       01 reward-out                      pic zzz9.
       01 playernum-out                   pic zzzzzz9.
       01 biggestnum-out                  pic zzzzzz9.
      *
      *
      * Session mode, taken at the opening screen -- an ordinary
      * game, the club-night tournament, the limits report, or
      * the administrator's limits maintenance.
       01 session-mode-flag               pic x value "P".
          88 play-session                          value "P".
          88 tournament-session                    value "T".
          88 limits-report-session                 value "R".
          88 limits-admin-session                  value "A".
      *
       procedure division.
      *
       main-para.
           perform load-wallet-file
           perform load-house-balance
           perform load-limits
           perform seed-random-number
           perform opening-screen
           perform ask-session-mode
           evaluate true
              when tournament-session
                   perform tournament-mode
                   go to exit-game
              when limits-report-session
                   perform limits-report
                   go to exit-game
              when limits-admin-session
                   perform limits-admin
                   go to exit-game
           end-evaluate
           perform get-board-config
           perform load-leaderboard
           perform get-player-name
           perform find-player-wallet
           perform play-round until exitpgm
           go to exit-game.
      *
       ask-session-mode.
           display "P)lay, club-night T)ournament, limits R)eport,"
                   " limits A)dmin (blank to play): "
                   with no advancing
           accept session-mode-flag
           move function upper-case(session-mode-flag)
                to session-mode-flag
           if session-mode-flag is equal to space
              move "P" to session-mode-flag
           end-if
           if not play-session and not tournament-session and
              not limits-report-session and not limits-admin-session
              display "Please enter P, T, R or A."
              go to ask-session-mode
           end-if.
      *
      * Board size and goal for the session.  The jackpot
      * multiplier follows the difficulty: a three-slot board pays
              move wr-name to pw-name(player-idx)
              move wr-balance to pw-balance(player-idx)
              move "N" to pw-frozen(player-idx)
              move zero to pw-day-loss(player-idx)
              move zero to pw-week-loss(player-idx)
              move zero to pw-all-loss(player-idx)
              if wr-check is numeric
                 perform compute-wallet-check
                 if wr-check is not equal to chk-value
                 move player-in to pw-name(wallet-idx)
                 move 1000 to pw-balance(wallet-idx)
                 move "N" to pw-frozen(wallet-idx)
                 move zero to pw-day-loss(wallet-idx)
                 move zero to pw-week-loss(wallet-idx)
                 move zero to pw-all-loss(wallet-idx)
      * The house grubstakes every fresh wallet -- book it.
                 move 1000 to ledger-amount
                 move "NEW" to ledger-type
           perform ask-play-again.
      *
       get-bet.
      * Limits are checked before every bet -- a player on a break
      * or without room for even the minimum bet is stopped here.
           move minimum-bet to limit-stake
           perform check-player-limits
           if limit-verdict is not equal to space
              perform display-limit-refusal
              display "No further play under this wallet's limits."
              go to exit-game
           end-if
           move minimum-bet to minimum-bet-out
           move wallet       to wallet-out
           display spaces
           display "Wallet balance: " wallet-out
           display "Minimum bet:    " minimum-bet-out
           display "Enter your bet ('zero' to quit, 'lim' for your"
                   " limits): " with no advancing
           accept bet-in
           move function lower-case(bet-in) to bet-in
      *
           if bet-in is equal to "lim" and
              wallet-idx is greater than zero
              move "P" to limit-edit-mode
              perform edit-player-limits
              go to get-bet
           end-if
      *
           if bet-in is equal to "zero" then
              go to exit-game
              display "You don't have that much in your wallet."
              go to get-bet
           end-if
      *
           move bet to limit-stake
           perform check-player-limits
           if limit-verdict is not equal to space
              perform display-limit-refusal
              go to get-bet
           end-if
      *
           subtract bet from wallet
      *
           end-if.
      *
       exit-game.
           if play-session
              perform display-leaderboard
           end-if
           perform display-wallet-standings
           perform display-reconciliation
           display spaces
      * last line is the balance.
       load-house-balance.
           move zero to house-balance
           perform set-limit-dates
           open input ledger-file
           if ledger-status is equal to "00"
              move "N" to ledger-eof-flag
                 move lg-house to house-balance
              end-if
           end-if
           perform post-player-loss
           perform read-one-ledger-line.
      *
       write-ledger-entry.
                 move "+" to lg-house-sign
                 move house-balance to lg-house
              end-if
              perform post-player-loss
              write ledger-record
              close ledger-file
           end-if.
              add pw-balance(player-idx) to wallets-total
           end-if.

      *
      * Club-night tournament mode -- the whiteboard knockout run
      * from the terminal.  One tournament is kept at a time; a
      * finished one stays on file for its standings until the
      * next draw replaces it.
       tournament-mode.
           perform load-tournament
           move space to tourn-menu-in
           perform tournament-menu until tourn-menu-in is equal to "Q".
      *
       tournament-menu.
           perform display-tournament-status
           display "N)ew draw, P)lay next match, B)racket print,"
                   " Q)uit: " with no advancing
           accept tourn-menu-in
           move function upper-case(tourn-menu-in) to tourn-menu-in
           evaluate tourn-menu-in
              when "N" perform new-tournament
              when "P" perform play-next-match
              when "B" perform print-tournament
              when "Q" continue
              when other
                   display "Please enter N, P, B or Q."
           end-evaluate.
      *
       display-tournament-status.
           display spaces
           evaluate true
              when tourn-open
                   move tn-pool to pool-out
                   move tn-count to count-out
                   move tn-round to round-idx
                   perform set-round-name
                   display "Tournament open -- " count-out
                           " entrants on the " tn-size
                           "-slot board, pool " pool-out
                   display "Now playing: " round-name
              when tourn-complete
                   display "The last tournament is complete --"
                           " B prints its standings."
              when other
                   display "No tournament on file."
           end-evaluate.
      *
      * A new draw takes the board size and entry fee, registers
      * the entrants, and only then collects the fees -- a draw
      * abandoned with fewer than two entrants costs nobody.
       new-tournament.
           if tourn-open
              display "A tournament is still in progress --"
                      " finish it first."
           else
              perform get-board-config
              move board-size to tn-size
              move variant-flag to tn-variant
              perform get-entry-fee
              move zero to tn-count
              move "N" to entry-done-flag
              perform register-one-entrant until entry-done
              if tn-count is less than 2
                 display "A knockout needs at least two entrants"
                         " -- nothing drawn, no fees taken."
                 perform load-tournament
              else
                 perform collect-entry-fees
                 perform seed-entrants
                 perform draw-bracket
                 perform settle-byes
                 perform check-round-complete
                 perform save-tournament
                 perform print-tournament
              end-if
           end-if.
      *
       get-entry-fee.
           move minimum-bet to minimum-bet-out
           display "Entry fee (blank for " minimum-bet-out "): "
                   with no advancing
           accept fee-in
           if fee-in is equal to spaces
              move minimum-bet to tn-fee
           else
              compute tn-fee = function numval(fee-in)
           end-if
           if tn-fee is equal to zero
              display "The entry fee must be at least 1."
              go to get-entry-fee
           end-if.
      *
      * Entrants come from the wallets -- a name with no wallet,
      * a frozen wallet, or one that cannot cover the fee is
      * turned away.
       register-one-entrant.
           display "Entrant initials (blank when done): "
                   with no advancing
           accept player-in
           move zero to wallet-idx
           move zero to opp-idx
           move space to limit-verdict
           if player-in is not equal to spaces
              perform test-one-wallet
                      varying player-idx from 1 by 1
                      until player-idx is greater than player-count
              perform test-one-entrant
                      varying te-idx from 1 by 1
                      until te-idx is greater than tn-count
              move tn-fee to limit-stake
              perform check-player-limits
           end-if
           evaluate true
              when player-in is equal to spaces
                   move "Y" to entry-done-flag
              when wallet-idx is equal to zero
                   display "No wallet for " player-in
                           " -- entrants play a round first."
              when pw-frozen(wallet-idx) is equal to "Y"
                   display "The wallet for " player-in
                           " is frozen -- see the shop admin."
              when pw-balance(wallet-idx) is less than tn-fee
                   display player-in " cannot cover the entry fee."
              when opp-idx is greater than zero
                   display player-in " is already in the draw."
              when limit-verdict is not equal to space
                   perform display-limit-refusal
              when other
                   add 1 to tn-count
                   move tn-count to te-idx
                   initialize tourn-entrant(te-idx)
                   move player-in to te-name(te-idx)
                   move pw-balance(wallet-idx) to te-balance(te-idx)
                   move "N" to te-out(te-idx)
                   if tn-count is equal to 16
                      display "The draw is full at sixteen."
                      move "Y" to entry-done-flag
                   end-if
           end-evaluate.
      *
       test-one-entrant.
           if te-name(te-idx) is equal to player-in
              move te-idx to opp-idx
           end-if.
      *
       find-entrant-wallet.
           move zero to wallet-idx
           perform test-one-wallet
                   varying player-idx from 1 by 1
                   until player-idx is greater than player-count.
      *
      * Each fee leaves the wallet and joins the pool the house
      * holds -- an ENT line per entrant keeps wallets plus house
      * netting to zero while the pool waits for the final.
       collect-entry-fees.
           move zero to tn-pool
           perform collect-one-fee varying te-idx from 1 by 1
                   until te-idx is greater than tn-count.
      *
       collect-one-fee.
           move te-name(te-idx) to player-in
           perform find-entrant-wallet
           compute wallet = pw-balance(wallet-idx) - tn-fee
           perform save-wallet
           move tn-fee to ledger-amount
           move "ENT" to ledger-type
           add tn-fee to house-balance
           add tn-fee to tn-pool
           perform write-ledger-entry.
      *
      * Seeding follows the wallet balances going in -- the
      * richest wallet is the top seed; equal balances keep the
      * order they registered in.
       seed-entrants.
           perform seed-bubble-pass varying pass-idx from 1 by 1
                   until pass-idx is not less than tn-count
           perform number-one-seed varying te-idx from 1 by 1
                   until te-idx is greater than tn-count.
      *
       seed-bubble-pass.
           perform seed-compare-swap varying te-idx from 1 by 1
                   until te-idx is not less than tn-count.
      *
       seed-compare-swap.
           if te-balance(te-idx) is less than te-balance(te-idx + 1)
              move tourn-entrant(te-idx) to te-swap
              move tourn-entrant(te-idx + 1)
                   to tourn-entrant(te-idx)
              move te-swap to tourn-entrant(te-idx + 1)
           end-if.
      *
       number-one-seed.
           move te-idx to te-seed(te-idx).
      *
      * The bracket is the next power of two that holds the field.
      * Seeds past the entrant count are byes, which the standard
      * draw order hands to the top seeds.
       draw-bracket.
           move 2 to tn-bracket
           move 1 to tn-rounds
           perform widen-bracket
                   until tn-bracket is not less than tn-count
           move 1 to tn-round
           move "O" to tn-status
           move function current-date(1:8) to tn-started
           move zero to bracket-line
           perform place-one-seed varying seed-idx from 1 by 1
                   until seed-idx is greater than 16.
      *
       widen-bracket.
           multiply 2 by tn-bracket
           add 1 to tn-rounds.
      *
       place-one-seed.
           if seed-line(seed-idx) is not greater than tn-bracket
              add 1 to bracket-line
              if seed-line(seed-idx) is not greater than tn-count
                 move bracket-line to te-pos(seed-line(seed-idx))
              end-if
           end-if.
      *
      * A survivor with nobody left in its half of the block walks
      * through the round unopposed.
       settle-byes.
           compute block-size = 2 ** tn-round
           perform settle-one-bye varying te-idx from 1 by 1
                   until te-idx is greater than tn-count.
      *
       settle-one-bye.
           if te-out(te-idx) is equal to "N" and
              te-won(te-idx) is equal to tn-round - 1
              compute block-a = (te-pos(te-idx) - 1) / block-size
              move zero to opp-idx
              perform find-block-opponent varying te-jdx from 1 by 1
                      until te-jdx is greater than tn-count
              if opp-idx is equal to zero
                 move tn-round to te-won(te-idx)
                 display te-name(te-idx) " draws a bye."
              end-if
           end-if.
      *
       find-block-opponent.
           if te-jdx is not equal to te-idx and
              te-out(te-jdx) is equal to "N"
              compute block-b = (te-pos(te-jdx) - 1) / block-size
              if block-b is equal to block-a
                 move te-jdx to opp-idx
              end-if
           end-if.
      *
      * A round is over when no survivor is still waiting to play
      * it; the last survivor standing takes the tournament.
       check-round-complete.
           move zero to alive-count
           move zero to waiting-count
           perform count-one-alive varying te-idx from 1 by 1
                   until te-idx is greater than tn-count
           if waiting-count is equal to zero
              if alive-count is greater than 1
                 add 1 to tn-round
                 perform settle-byes
              else
                 perform finish-tournament
              end-if
           end-if.
      *
       count-one-alive.
           if te-out(te-idx) is equal to "N"
              add 1 to alive-count
              if te-won(te-idx) is equal to tn-round - 1
                 add 1 to waiting-count
              end-if
           end-if.
      *
       play-next-match.
           if not tourn-open
              display "No tournament in progress -- N draws one."
           else
              perform find-next-match
              perform play-tournament-match
              perform check-round-complete
              perform save-tournament
              if tourn-complete
                 perform print-tournament
              end-if
           end-if.
      *
       find-next-match.
           compute block-size = 2 ** tn-round
           move zero to match-a
           move zero to match-b
           perform test-next-match varying te-idx from 1 by 1
                   until te-idx is greater than tn-count
                   or match-a is greater than zero.
      *
       test-next-match.
           if te-out(te-idx) is equal to "N" and
              te-won(te-idx) is equal to tn-round - 1
              compute block-a = (te-pos(te-idx) - 1) / block-size
              move zero to opp-idx
              perform find-block-opponent varying te-jdx from 1 by 1
                      until te-jdx is greater than tn-count
              move te-idx to match-a
              move opp-idx to match-b
           end-if.
      *
      * Both players build from the same draw, one after the other
      * at the terminal -- the better number for the tournament's
      * goal goes through.  A tie is settled by a fresh draw.
       play-tournament-match.
           move tn-round to round-idx
           perform set-round-name
           move te-seed(match-a) to seed-out
           move te-seed(match-b) to seed-b-out
           display spaces
           display function trim(round-name) ": "
                   te-name(match-a) " (seed "
                   seed-out ") v " te-name(match-b) " (seed "
                   seed-b-out ")"
           perform draw-match-digit varying table-idx from 1 by 1
                   until table-idx is greater than board-size
           move te-name(match-a) to player-in
           perform build-match-number
           move playernum to a-score
           move te-name(match-b) to player-in
           perform build-match-number
           move playernum to b-score
           move a-score to score-out
           move b-score to score-b-out
           display spaces
           display te-name(match-a) " built " score-out ", "
                   te-name(match-b) " built " score-b-out
           if a-score is equal to b-score
              display "A tie -- a fresh draw settles it."
              go to play-tournament-match
           end-if
      *
           if (biggest-wins and a-score is greater than b-score) or
              (smallest-wins and a-score is less than b-score)
              move match-a to winner-idx
              move match-b to loser-idx
           else
              move match-b to winner-idx
              move match-a to loser-idx
           end-if
           move a-score to te-score(match-a, tn-round)
           move b-score to te-score(match-b, tn-round)
           move tn-round to te-won(winner-idx)
           move "Y" to te-out(loser-idx)
           display te-name(winner-idx) " goes through.".
      *
       draw-match-digit.
           perform draw-random-digit
           move random-int to match-draw(table-idx).
      *
       build-match-number.
           display spaces
           display player-in " -- your board."
           perform init-board
           perform place-match-digit varying table-idx from 1 by 1
                   until table-idx is greater than board-size
           perform display-board
           perform build-player-number.
      *
       place-match-digit.
           move match-draw(table-idx) to random-int
           perform display-board
           display "Digit drawn: " random-int
           perform get-slot-choice
           move random-int to player-num(board-idx).
      *
      * Placing follows the round a player went out in -- the
      * finalist is second, both semifinal losers share third,
      * and so on down.  The pool pays 60/30/10, or 70/30 when
      * the field was too small for a semifinal; the winner takes
      * any odd amount left by the division.  A prize owed to a
      * frozen wallet stays with the house.
       finish-tournament.
           move zero to third-count
           perform place-one-entrant varying te-idx from 1 by 1
                   until te-idx is greater than tn-count
           compute second-prize = tn-pool * 30 / 100
           if third-count is greater than zero
              compute third-prize = tn-pool * 10 / 100 / third-count
           else
              move zero to third-prize
           end-if
           compute first-prize = tn-pool - second-prize
                   - third-prize * third-count
           perform pay-one-prize varying te-idx from 1 by 1
                   until te-idx is greater than tn-count
           move "C" to tn-status
           display spaces
           display te-name(winner-idx) " wins the tournament!".
      *
       place-one-entrant.
           if te-out(te-idx) is equal to "N"
              move 1 to te-place(te-idx)
              move te-idx to winner-idx
           else
              compute te-place(te-idx) =
                      2 ** (tn-rounds - te-won(te-idx) - 1) + 1
              if te-place(te-idx) is equal to 3
                 add 1 to third-count
              end-if
           end-if.
      *
       pay-one-prize.
           evaluate te-place(te-idx)
              when 1 move first-prize  to te-prize(te-idx)
              when 2 move second-prize to te-prize(te-idx)
              when 3 move third-prize  to te-prize(te-idx)
              when other
                   move zero to te-prize(te-idx)
           end-evaluate
           if te-prize(te-idx) is greater than zero
              move te-name(te-idx) to player-in
              perform find-entrant-wallet
              evaluate true
                 when wallet-idx is equal to zero
                      display "No wallet for " player-in
                              " -- the prize stays with the house."
                 when pw-frozen(wallet-idx) is equal to "Y"
                      display "The wallet for " player-in
                              " is frozen -- the prize stays with"
                              " the house."
                 when other
                      move pw-balance(wallet-idx) to wallet
                      move wallet to wallet-before
                      add te-prize(te-idx) to wallet
                          on size error
                             move 9999 to wallet
                             display "Wallet capped at maximum"
                                     " balance."
                      end-add
                      compute credited-amount = wallet - wallet-before
                      if credited-amount is greater than zero
                         move credited-amount to ledger-amount
                         move "PRZ" to ledger-type
                         subtract credited-amount from house-balance
                         perform write-ledger-entry
                      end-if
                      perform save-wallet
              end-evaluate
           end-if.
      *
      * Bracket-persistence -- the header line, then the entrants
      * in seed order.  A file whose entrant lines don't match the
      * header's count is reported and treated as no tournament.
       load-tournament.
           move "N" to tn-status
           move zero to tn-count
           move zero to load-count
           open input tourn-file
           if tourn-status is equal to "00"
              move "N" to tourn-eof-flag
              perform read-one-tourn-line
              perform store-one-tourn-line until tourn-eof
              close tourn-file
           end-if
           if load-count is not equal to tn-count
              display "BIGTOURN does not agree with itself --"
                      " no tournament loaded."
              move "N" to tn-status
              move zero to tn-count
           end-if
           if not tourn-none
              move tn-size to board-size
              move tn-variant to variant-flag
           end-if.
      *
       read-one-tourn-line.
           read tourn-file
              at end move "Y" to tourn-eof-flag
           end-read.
      *
       store-one-tourn-line.
           evaluate true
              when th-type is equal to "H"
                   move th-header to tourn-header
              when tr-type is equal to "E" and
                   load-count is less than 16
                   add 1 to load-count
                   move tr-entrant to tourn-entrant(load-count)
           end-evaluate
           perform read-one-tourn-line.
      *
       save-tournament.
           open output tourn-file
           if tourn-status is not equal to "00"
              display "BIGTOURN is busy -- bracket not saved."
           else
              move spaces to tourn-head-record
              move "H" to th-type
              move tourn-header to th-header
              write tourn-head-record
              perform write-one-entrant varying te-idx from 1 by 1
                      until te-idx is greater than tn-count
              close tourn-file
           end-if.
      *
       write-one-entrant.
           move spaces to tourn-entry-record
           move "E" to tr-type
           move tourn-entrant(te-idx) to tr-entrant
           write tourn-entry-record.
      *
       set-round-name.
           move spaces to round-name
           evaluate true
              when round-idx is equal to tn-rounds
                   move "Final" to round-name
              when round-idx is equal to tn-rounds - 1
                   move "Semifinal" to round-name
              when round-idx is equal to tn-rounds - 2
                   move "Quarterfinal" to round-name
              when other
                   string "Round " round-idx delimited by size
                          into round-name
           end-evaluate.
      *
      * The bracket round by round, then the standings once the
      * final is played -- to the screen and to BIGTPRINT.
       print-tournament.
           if tourn-none
              display "No tournament on file."
           else
              move "Y" to tprint-flag
              open output tourn-print-file
              if tprint-status is not equal to "00"
                 move "N" to tprint-flag
                 display "BIGTPRINT is busy -- bracket shown on"
                         " the screen only."
              end-if
              perform print-tournament-heading
              perform print-one-round varying round-idx from 1 by 1
                      until round-idx is greater than tn-round
              if tourn-complete
                 perform print-standings
              end-if
              if tprint-on
                 close tourn-print-file
              end-if
           end-if.
      *
       print-tournament-heading.
           move spaces to tourn-line
           string "BIGNUM CLUB TOURNAMENT -- drawn "
                  tn-started(1:4) "-" tn-started(5:2) "-"
                  tn-started(7:2) delimited by size into tourn-line
           perform print-tourn-line
           move tn-fee to prize-out
           move tn-pool to pool-out
           move spaces to tourn-line
           if tn-variant is equal to "S"
              string tn-size "-slot board, smallest wins.  Entry "
                     prize-out ", pool " pool-out
                     delimited by size into tourn-line
           else
              string tn-size "-slot board, biggest wins.  Entry "
                     prize-out ", pool " pool-out
                     delimited by size into tourn-line
           end-if
           perform print-tourn-line.
      *
       print-one-round.
           perform set-round-name
           move spaces to tourn-line
           perform print-tourn-line
           move round-name to tourn-line
           perform print-tourn-line
           compute block-size = 2 ** round-idx
           compute block-count = tn-bracket / block-size
           perform print-one-block varying block-no from 0 by 1
                   until block-no is not less than block-count.
      *
      * The two players a block sent into this round -- one alone
      * means a bye.
       print-one-block.
           move zero to slot-a
           move zero to slot-b
           perform find-block-player varying te-idx from 1 by 1
                   until te-idx is greater than tn-count
           move spaces to tourn-line
           evaluate true
              when slot-a is equal to zero
                   continue
              when slot-b is equal to zero
                   move te-seed(slot-a) to seed-out
                   string "  [" seed-out "] " te-name(slot-a)
                          "  bye" delimited by size into tourn-line
                   perform print-tourn-line
              when te-won(slot-a) is less than round-idx and
                   te-won(slot-b) is less than round-idx and
                   te-out(slot-a) is equal to "N" and
                   te-out(slot-b) is equal to "N"
                   move te-seed(slot-a) to seed-out
                   move te-seed(slot-b) to seed-b-out
                   string "  [" seed-out "] " te-name(slot-a)
                          "           v  [" seed-b-out "] "
                          te-name(slot-b) "            to play"
                          delimited by size into tourn-line
                   perform print-tourn-line
              when other
                   move te-seed(slot-a) to seed-out
                   move te-seed(slot-b) to seed-b-out
                   move te-score(slot-a, round-idx) to score-out
                   move te-score(slot-b, round-idx) to score-b-out
                   if te-won(slot-a) is not less than round-idx
                      move slot-a to winner-idx
                   else
                      move slot-b to winner-idx
                   end-if
                   string "  [" seed-out "] " te-name(slot-a) " "
                          score-out "  v  [" seed-b-out "] "
                          te-name(slot-b) " " score-b-out
                          "   " te-name(winner-idx)
                          delimited by size into tourn-line
                   perform print-tourn-line
           end-evaluate.
      *
       find-block-player.
           compute block-a = (te-pos(te-idx) - 1) / block-size
           if block-a is equal to block-no and
              te-won(te-idx) is not less than round-idx - 1
              if slot-a is equal to zero
                 move te-idx to slot-a
              else
                 move te-idx to slot-b
              end-if
           end-if.
      *
       print-standings.
           move spaces to tourn-line
           perform print-tourn-line
           move "Final standings" to tourn-line
           perform print-tourn-line
           perform print-one-place varying place-idx from 1 by 1
                   until place-idx is greater than 16.
      *
       print-one-place.
           perform print-one-standing varying te-idx from 1 by 1
                   until te-idx is greater than tn-count.
      *
       print-one-standing.
           if te-place(te-idx) is equal to place-idx
              move place-idx to count-out
              move te-seed(te-idx) to seed-out
              move te-prize(te-idx) to prize-out
              move spaces to tourn-line
              string "  " count-out ".  " te-name(te-idx)
                     "  seed " seed-out "   prize " prize-out
                     delimited by size into tourn-line
              perform print-tourn-line
           end-if.
      *
       print-tourn-line.
           display tourn-line
           if tprint-on
              write tourn-print-record from tourn-line
           end-if.
      *
      * Responsible-play limits -- today's date and the Monday the
      * week started on, for the loss totals.  Day 1 of the
      * integer calendar (1601-01-01) was a Monday.
       set-limit-dates.
           move function current-date(1:8) to today-date
           compute today-int =
                   function integer-of-date(function numval(today-date))
           compute limit-date-num = function date-of-integer
                   (today-int - function mod(today-int - 1, 7))
           move limit-date-num to week-start-date.
      *
      * Every ledger line for a known wallet moves that player's
      * loss totals -- on the load pass and as new lines are
      * booked.
       post-player-loss.
           move zero to loss-amount
           if lg-amount is numeric
              evaluate lg-type
                 when "BET"
                 when "ENT"
                      move lg-amount to loss-amount
                 when "PAY"
                 when "PRZ"
                      compute loss-amount = zero - lg-amount
              end-evaluate
           end-if
           if loss-amount is not equal to zero
              move zero to loss-wallet-idx
              perform match-loss-wallet varying loss-idx from 1 by 1
                      until loss-idx is greater than player-count
              if loss-wallet-idx is greater than zero
                 add loss-amount to pw-all-loss(loss-wallet-idx)
                 if lg-date is not less than week-start-date
                    add loss-amount to pw-week-loss(loss-wallet-idx)
                 end-if
                 if lg-date is equal to today-date
                    add loss-amount to pw-day-loss(loss-wallet-idx)
                 end-if
              end-if
           end-if.
      *
       match-loss-wallet.
           if pw-name(loss-idx) is equal to lg-player
              move loss-idx to loss-wallet-idx
           end-if.
      *
      * Limits-persistence -- one line per wallet with limits set.
      * A loosening whose waiting period has run lands on the load
      * and the file is saved back with it applied.
       load-limits.
           move zero to limits-count
           move "N" to limits-save-flag
           open input limits-file
           if limits-status is equal to "00"
              move "N" to limits-eof-flag
              perform read-one-limits-line
              perform store-one-limits-line until limits-eof
              close limits-file
           end-if
           perform apply-due-loosening varying limits-idx from 1 by 1
                   until limits-idx is greater than limits-count
           if limits-save-due
              perform save-limits
           end-if.
      *
       read-one-limits-line.
           read limits-file
              at end move "Y" to limits-eof-flag
           end-read.
      *
       store-one-limits-line.
           if li-data(1:4) is not equal to spaces and
              limits-count is less than 20
              add 1 to limits-count
              move li-data to player-limit(limits-count)
              if pl-daily(limits-count) is not numeric or
                 pl-weekly(limits-count) is not numeric or
                 pl-max-bet(limits-count) is not numeric
                 display "BIGLIMITS line for " li-data(1:4)
                         " does not parse -- dropped."
                 subtract 1 from limits-count
              end-if
           end-if
           perform read-one-limits-line.
      *
       apply-due-loosening.
           if pl-pend-effective(limits-idx) is not equal to spaces and
              pl-pend-effective(limits-idx) is not greater than
              today-date
              move pl-pend-daily(limits-idx) to pl-daily(limits-idx)
              move pl-pend-weekly(limits-idx) to pl-weekly(limits-idx)
              move pl-pend-max-bet(limits-idx)
                   to pl-max-bet(limits-idx)
              move pl-pend-excl-type(limits-idx)
                   to pl-excl-type(limits-idx)
              move pl-pend-excl-until(limits-idx)
                   to pl-excl-until(limits-idx)
              move today-date to pl-changed(limits-idx)
              perform clear-pending-loosening
              move "Y" to limits-save-flag
           end-if.
      *
       clear-pending-loosening.
           move zero   to pl-pend-daily(limits-idx)
           move zero   to pl-pend-weekly(limits-idx)
           move zero   to pl-pend-max-bet(limits-idx)
           move space  to pl-pend-excl-type(limits-idx)
           move spaces to pl-pend-excl-until(limits-idx)
           move spaces to pl-pend-effective(limits-idx)
           move spaces to pl-pend-by(limits-idx).
      *
       save-limits.
           move zero to lock-try-count
           move "99" to limits-status
           perform save-limits-open-retry
                   until limits-status is equal to "00"
                   or lock-try-count is greater than lock-max-tries
           if limits-status is not equal to "00"
              display "BIGLIMITS is in use by another player --"
                      " limits not saved."
           else
              perform write-one-limits-line
                      varying limits-idx from 1 by 1
                      until limits-idx is greater than limits-count
              close limits-file
           end-if.
      *
       save-limits-open-retry.
           add 1 to lock-try-count
           open output limits-file.
      *
       write-one-limits-line.
           move spaces to limits-record
           move player-limit(limits-idx) to li-data
           write limits-record.
      *
       find-player-limits.
           move zero to limit-idx
           perform test-one-limits varying limits-idx from 1 by 1
                   until limits-idx is greater than limits-count.
      *
       test-one-limits.
           if pl-name(limits-idx) is equal to limit-name
              move limits-idx to limit-idx
           end-if.
      *
      * Sets LIMIT-VERDICT for a stake of LIMIT-STAKE by the wallet
      * at WALLET-IDX -- space when the stake is allowed, X on a
      * break, M over the maximum bet, D or W past the daily or
      * weekly loss limit if the whole stake were lost.
       check-player-limits.
           move space to limit-verdict
           move zero to limit-idx
           if wallet-idx is greater than zero
              move pw-name(wallet-idx) to limit-name
              perform find-player-limits
           end-if
           if limit-idx is greater than zero
              evaluate true
                 when pl-excl-until(limit-idx) is not less than
                      today-date
                      move "X" to limit-verdict
                 when pl-max-bet(limit-idx) is greater than zero and
                      limit-stake is greater than pl-max-bet(limit-idx)
                      move "M" to limit-verdict
                 when pl-daily(limit-idx) is greater than zero and
                      pw-day-loss(wallet-idx) + limit-stake
                      is greater than pl-daily(limit-idx)
                      move "D" to limit-verdict
                 when pl-weekly(limit-idx) is greater than zero and
                      pw-week-loss(wallet-idx) + limit-stake
                      is greater than pl-weekly(limit-idx)
                      move "W" to limit-verdict
              end-evaluate
           end-if.
      *
       display-limit-refusal.
           evaluate limit-verdict
              when "X"
                   move pl-excl-until(limit-idx) to limit-date-in
                   perform format-limit-date
                   if pl-self-excluded(limit-idx)
                      display pw-name(wallet-idx)
                              " is self-excluded through "
                              limit-date-out "."
                   else
                      display pw-name(wallet-idx)
                              " is cooling off through "
                              limit-date-out "."
                   end-if
              when "M"
                   move pl-max-bet(limit-idx) to max-bet-out
                   display "That is over the maximum bet of "
                           function trim(max-bet-out) " for "
                           pw-name(wallet-idx) "."
              when "D"
                   move pl-daily(limit-idx) to limit-out
                   display "That would take " pw-name(wallet-idx)
                           " past the daily loss limit of "
                           function trim(limit-out) "."
              when "W"
                   move pl-weekly(limit-idx) to limit-out
                   display "That would take " pw-name(wallet-idx)
                           " past the weekly loss limit of "
                           function trim(limit-out) "."
           end-evaluate.
      *
       format-limit-date.
           move spaces to limit-date-out
           if limit-date-in is not equal to spaces
              string limit-date-in(1:4) "-" limit-date-in(5:2) "-"
                     limit-date-in(7:2) delimited by size
                     into limit-date-out
           end-if.
      *
      * Limits maintenance for the wallet named in PLAYER-IN (at
      * WALLET-IDX).  Whatever tightens applies at once and calls
      * off any loosening still waiting.  A loosening is refused
      * to the player; asked for by the administrator it is queued
      * to land once the waiting period has run.
       edit-player-limits.
           move player-in to limit-name
           perform find-player-limits
           if limit-idx is equal to zero
              if limits-count is less than 20
                 add 1 to limits-count
                 move limits-count to limit-idx
                 initialize player-limit(limit-idx)
                 move player-in to pl-name(limit-idx)
              else
                 display "BIGLIMITS is full -- no limits can be set"
                         " for " player-in "."
              end-if
           end-if
           if limit-idx is greater than zero
              perform display-player-limits
              perform take-new-limits
              perform sort-out-limit-changes
           end-if.
      *
       display-player-limits.
           display spaces
           display "Limits for " player-in " (zero means none):"
           move pl-daily(limit-idx) to limit-out
           move pw-day-loss(wallet-idx) to loss-out
           display "  Daily loss limit  " limit-out
                   "   lost today     " loss-out
           move pl-weekly(limit-idx) to limit-out
           move pw-week-loss(wallet-idx) to loss-out
           display "  Weekly loss limit " limit-out
                   "   lost this week " loss-out
           move pl-max-bet(limit-idx) to max-bet-out
           display "  Maximum bet        " max-bet-out
           if pl-excl-until(limit-idx) is not less than today-date
              move pl-excl-until(limit-idx) to limit-date-in
              perform format-limit-date
              if pl-self-excluded(limit-idx)
                 display "  Self-excluded through " limit-date-out
              else
                 display "  Cooling off through " limit-date-out
              end-if
           end-if
           if pl-pend-effective(limit-idx) is not equal to spaces
              move pl-pend-effective(limit-idx) to limit-date-in
              perform format-limit-date
              display "  A loosening set by " pl-pend-by(limit-idx)
                      " lands on " limit-date-out "."
           end-if.
      *
       take-new-limits.
           move pl-daily(limit-idx) to cur-limit
           move 99999 to limit-ceiling
           move "Daily loss limit (blank keeps it): " to limit-prompt
           perform accept-one-limit
           move new-limit to new-daily
           move pl-weekly(limit-idx) to cur-limit
           move "Weekly loss limit (blank keeps it): "
                to limit-prompt
           perform accept-one-limit
           move new-limit to new-weekly
           move pl-max-bet(limit-idx) to cur-limit
           move 9999 to limit-ceiling
           move "Maximum bet (blank keeps it): " to limit-prompt
           perform accept-one-limit
           move new-limit to new-max-bet
           perform take-a-break.
      *
       accept-one-limit.
           display function trim(limit-prompt) " " with no advancing
           accept limit-in
           if limit-in is equal to spaces
              move cur-limit to new-limit
           else
              if function test-numval(limit-in) is not equal to zero
                 display "Please enter a whole number."
                 go to accept-one-limit
              end-if
              if function numval(limit-in) is greater than
                 limit-ceiling or
                 function numval(limit-in) is less than zero
                 move limit-ceiling to limit-out
                 display "Please enter 0 through "
                         function trim(limit-out) "."
                 go to accept-one-limit
              end-if
              compute new-limit = function numval(limit-in)
           end-if.
      *
      * A break is a cooling-off of up to six weeks or a
      * self-exclusion of six months to five years.  Only the
      * administrator is offered lifting one early.
       take-a-break.
           move pl-excl-type(limit-idx) to new-excl-type
           move pl-excl-until(limit-idx) to new-excl-until
           display "Take a break -- C)ooling-off, S)elf-exclusion,"
                   " blank for neither: " with no advancing
           accept break-in
           move function upper-case(break-in) to break-in
           evaluate break-in
              when "C"
                   perform take-cooling-off
              when "S"
                   perform take-self-exclusion
              when space
                   continue
              when other
                   display "Please enter C, S or blank."
                   go to take-a-break
           end-evaluate
           if limit-edit-admin and
              pl-excl-until(limit-idx) is not less than today-date
              display "Lift the current break early? (Y/N): "
                      with no advancing
              accept lift-in
              move function upper-case(lift-in) to lift-in
              if lift-in is equal to "Y"
                 move space  to new-excl-type
                 move spaces to new-excl-until
              end-if
           end-if.
      *
       take-cooling-off.
           display "Cooling-off days (1-42): " with no advancing
           accept limit-in
           if function test-numval(limit-in) is not equal to zero
              display "Please enter 1 through 42."
              go to take-cooling-off
           end-if
           if function numval(limit-in) is less than 1 or
              function numval(limit-in) is greater than 42
              display "Please enter 1 through 42."
              go to take-cooling-off
           end-if
           compute break-count = function numval(limit-in)
           compute limit-date-num =
                   function date-of-integer(today-int + break-count)
           move limit-date-num to new-excl-until
           move "C" to new-excl-type.
      *
      * The exclusion runs to the same day of the month that many
      * months on -- held to the 28th so every month has the day.
       take-self-exclusion.
           display "Self-exclusion months (6-60): " with no advancing
           accept limit-in
           if function test-numval(limit-in) is not equal to zero
              display "Please enter 6 through 60."
              go to take-self-exclusion
           end-if
           if function numval(limit-in) is less than 6 or
              function numval(limit-in) is greater than 60
              display "Please enter 6 through 60."
              go to take-self-exclusion
           end-if
           compute break-count = function numval(limit-in)
           move today-date to break-date
           compute break-months-total =
                   break-yyyy * 12 + break-mm - 1 + break-count
           compute break-yyyy = break-months-total / 12
           compute break-mm =
                   break-months-total - break-yyyy * 12 + 1
           if break-dd is greater than 28
              move 28 to break-dd
           end-if
           move break-date to new-excl-until
           move "S" to new-excl-type.
      *
      * Each asked-for value is sorted into tighter (applied now),
      * looser (the administrator's to queue), or unchanged.
       sort-out-limit-changes.
           move "N" to tighten-flag
           move "N" to loosen-flag
           move pl-daily(limit-idx) to cur-limit
           move new-daily to new-limit
           perform classify-limit
           if limit-change is equal to "T"
              move new-daily to pl-daily(limit-idx)
           end-if
           move pl-weekly(limit-idx) to cur-limit
           move new-weekly to new-limit
           perform classify-limit
           if limit-change is equal to "T"
              move new-weekly to pl-weekly(limit-idx)
           end-if
           move pl-max-bet(limit-idx) to cur-limit
           move new-max-bet to new-limit
           perform classify-limit
           if limit-change is equal to "T"
              move new-max-bet to pl-max-bet(limit-idx)
           end-if
      *
      * A later break end is tighter, an earlier one (or lifting
      * it) looser -- a break already over counts as none.
           move spaces to cur-excl-until
           if pl-excl-until(limit-idx) is not less than today-date
              move pl-excl-until(limit-idx) to cur-excl-until
           end-if
           evaluate true
              when new-excl-until is greater than cur-excl-until
                   move new-excl-type to pl-excl-type(limit-idx)
                   move new-excl-until to pl-excl-until(limit-idx)
                   move "Y" to tighten-flag
              when new-excl-until is less than cur-excl-until
                   move "Y" to loosen-flag
           end-evaluate
      *
           move limit-idx to limits-idx
           evaluate true
              when limits-loosened and limit-edit-admin
                   move new-daily to pl-pend-daily(limit-idx)
                   move new-weekly to pl-pend-weekly(limit-idx)
                   move new-max-bet to pl-pend-max-bet(limit-idx)
                   move new-excl-type to pl-pend-excl-type(limit-idx)
                   move new-excl-until
                        to pl-pend-excl-until(limit-idx)
                   compute limit-date-num = function date-of-integer
                           (today-int + limit-wait-days)
                   move limit-date-num to pl-pend-effective(limit-idx)
                   move operator-id to pl-pend-by(limit-idx)
                   move pl-pend-effective(limit-idx) to limit-date-in
                   perform format-limit-date
                   display "The loosening lands on " limit-date-out
                           ", after the waiting period."
              when limits-loosened
                   display "Only the club administrator can loosen a"
                           " limit -- that part was not changed."
                   if limits-tightened
                      perform cancel-waiting-loosening
                   end-if
              when limits-tightened
                   perform cancel-waiting-loosening
           end-evaluate
      *
           if limits-tightened or
              (limits-loosened and limit-edit-admin)
              move today-date to pl-changed(limit-idx)
              perform save-limits
              display "Limits saved."
           else
              display "No change made."
           end-if.
      *
       classify-limit.
           evaluate true
              when new-limit is equal to cur-limit
                   move space to limit-change
              when new-limit is not equal to zero and
                   (cur-limit is equal to zero or
                    new-limit is less than cur-limit)
                   move "T" to limit-change
                   move "Y" to tighten-flag
              when other
                   move "L" to limit-change
                   move "Y" to loosen-flag
           end-evaluate.
      *
       cancel-waiting-loosening.
           if pl-pend-effective(limits-idx) is not equal to spaces
              perform clear-pending-loosening
              display "The loosening that was waiting is called off."
           end-if.
      *
      * The administrator's limits maintenance -- the same rules
      * as PERIODLK's reopen: a signed-on operator holding
      * administrator authority.
       limits-admin.
           if operator-id is equal to low-values or
              operator-id is equal to spaces
              display "Limits administration needs a signed-on"
                      " administrator -- run this through UTILMENU."
           else
              if auth-loaded is equal to "Y" and
                 auth-admin is not equal to "Y"
                 display "Limits administration needs administrator"
                         " authority."
              else
                 move "N" to entry-done-flag
                 perform admin-one-player until entry-done
              end-if
           end-if.
      *
       admin-one-player.
           display spaces
           display "Player initials (blank when done): "
                   with no advancing
           accept player-in
           if player-in is equal to spaces
              move "Y" to entry-done-flag
           else
              perform find-entrant-wallet
              if wallet-idx is equal to zero
                 display "No wallet for " player-in "."
              else
                 move "A" to limit-edit-mode
                 perform edit-player-limits
              end-if
           end-if.
      *
      * Each wallet's net loss from BIGLEDGER -- today, this week,
      * and overall -- against its limits, to the screen and to
      * BIGLPRINT.
       limits-report.
           move "Y" to lprint-flag
           open output limits-print-file
           if lprint-status is not equal to "00"
              move "N" to lprint-flag
              display "BIGLPRINT is busy -- report shown on the"
                      " screen only."
           end-if
           move today-date to limit-date-in
           perform format-limit-date
           move spaces to limits-line
           string "BIGNUM PLAYER LIMITS -- " limit-date-out
                  delimited by size into limits-line
           perform print-limits-line
           move week-start-date to limit-date-in
           perform format-limit-date
           move spaces to limits-line
           string "Net loss is stakes less returns (minus = ahead);"
                  " week from " limit-date-out
                  delimited by size into limits-line
           perform print-limits-line
           move spaces to limits-line
           perform print-limits-line
           move spaces to limits-line
           string "Plyr     Today   Limit      Week   Limit"
                  "    Overall  MaxBt Status"
                  delimited by size into limits-line
           perform print-limits-line
           perform report-one-player varying player-idx from 1 by 1
                   until player-idx is greater than player-count
           if lprint-on
              close limits-print-file
           end-if.
      *
       report-one-player.
           move pw-name(player-idx) to limit-name
           perform find-player-limits
           move "  none" to limit-text
           move "  none" to limit-b-text
           move " none" to max-bet-text
           move spaces to limit-status-out
           if limit-idx is greater than zero
              perform format-player-limits
           end-if
           move pw-day-loss(player-idx) to loss-out
           move pw-week-loss(player-idx) to loss-b-out
           move pw-all-loss(player-idx) to loss-c-out
           move spaces to limits-line
           string pw-name(player-idx) "  " loss-out " /" limit-text
                  "  " loss-b-out " /" limit-b-text "  " loss-c-out
                  "  " max-bet-text " " limit-status-out
                  delimited by size into limits-line
           perform print-limits-line.
      *
      * Status shows the strongest thing going on -- a break, then
      * a limit already reached, then a loosening on the way.
       format-player-limits.
           if pl-daily(limit-idx) is greater than zero
              move pl-daily(limit-idx) to limit-out
              move limit-out to limit-text
           end-if
           if pl-weekly(limit-idx) is greater than zero
              move pl-weekly(limit-idx) to limit-b-out
              move limit-b-out to limit-b-text
           end-if
           if pl-max-bet(limit-idx) is greater than zero
              move pl-max-bet(limit-idx) to max-bet-out
              move max-bet-out to max-bet-text
           end-if
           evaluate true
              when pl-excl-until(limit-idx) is not less than
                   today-date
                   if pl-self-excluded(limit-idx)
                      string "EXCL " pl-excl-until(limit-idx)
                             delimited by size into limit-status-out
                   else
                      string "COOL " pl-excl-until(limit-idx)
                             delimited by size into limit-status-out
                   end-if
              when pl-daily(limit-idx) is greater than zero and
                   pw-day-loss(player-idx) is not less than
                   pl-daily(limit-idx)
                   move "AT DAY LIMIT" to limit-status-out
              when pl-weekly(limit-idx) is greater than zero and
                   pw-week-loss(player-idx) is not less than
                   pl-weekly(limit-idx)
                   move "AT WEEK LIMIT" to limit-status-out
              when pl-pend-effective(limit-idx) is not equal to
                   spaces
                   string "PEND " pl-pend-effective(limit-idx)
                          delimited by size into limit-status-out
           end-evaluate.
      *
       print-limits-line.
           display limits-line
           if lprint-on
              write limits-print-record from limits-line
           end-if.

       input-output section.
           select old-log-data assign "chess-moves-log.txt"
               organization sequential
               file status old-log-file-status-code.

           select new-log-data assign "chess-moves-log-converted.txt"
               organization sequential
               file status new-log-file-status-code.

           select old-trans-data assign "chess-moves-in.txt"
               organization sequential
               file status old-trans-file-status-code.

           select new-trans-data assign "chess-moves-in-converted.txt"
               organization sequential
               file status new-trans-file-status-code.

       file section.
       FD  old-log-data.    *> the journal before the special moves
       01  old-log-record.
           05  old-log-game-id     pic 9(3).
           05  filler              pic X.
           05  old-log-move-number pic 9(4).
           05  filler              pic X.
           05  old-log-from-file   pic X.
           05  old-log-from-rank   pic 9.
           05  filler              pic X.
           05  old-log-to-file     pic X.
           05  old-log-to-rank     pic 9.
           05  filler              pic X.
           05  old-log-moved-piece pic X(2).
           05  filler              pic X.
           05  old-log-move-result pic X(7).
           05  filler              pic X.
           05  old-log-captured-piece pic X(2).
           05  filler              pic X.
           05  old-log-captured-square pic X(2).

       FD  new-log-data.    *> the journal with the special move and
                             *> promoted piece, blank on every old move
       01  move-log-record.
           copy chess-move-log-record.

       FD  old-trans-data.    *> requested moves before the promotion
                               *> piece
       01  old-trans-record.
           05  old-mtd-game-id     pic 9(3).
           05  filler              pic X.
           05  old-mtd-from-file   pic X.
           05  filler              pic X.
           05  old-mtd-from-rank   pic 9.
           05  filler              pic X.
           05  old-mtd-to-file     pic X.
           05  filler              pic X.
           05  old-mtd-to-rank     pic 9.

       FD  new-trans-data.    *> requested moves with the promotion
                               *> piece, blank - a queen - on each
       01  new-trans-record.
           05  new-mtd-game-id     pic 9(3).
           05  filler              pic X.
           05  new-mtd-from-file   pic X.
           05  filler              pic X.
           05  new-mtd-from-rank   pic 9.
           05  filler              pic X.
           05  new-mtd-to-file     pic X.
           05  filler              pic X.
           05  new-mtd-to-rank     pic 9.
           05  filler              pic X.
           05  new-mtd-promote-to  pic X.

       working-storage section.
      *> the move journal and any moves still waiting to be played
      *> onto the layouts that carry castling, en passant and
      *> promotion.  None of the three could be played before, so
      *> every old line converts as an ordinary move.  The saved
      *> positions keep their length and need no conversion - a cell
      *> from an old save reads as a piece that has never moved
       01  end-of-file             pic 9.
       01  old-log-file-status-code.
           05  old-log-status-key-1 pic X.
           05  old-log-status-key-2 pic X.
       01  new-log-file-status-code.
           05  new-log-status-key-1 pic X.
           05  new-log-status-key-2 pic X.
       01  old-trans-file-status-code.
           05  old-trans-status-key-1 pic X.
           05  old-trans-status-key-2 pic X.
       01  new-trans-file-status-code.
           05  new-trans-status-key-1 pic X.
           05  new-trans-status-key-2 pic X.

       01  log-lines-converted     pic 9(6) value 0.
       01  trans-lines-converted   pic 9(6) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ConvertChessMoves".

       procedure division.
           copy run-banner.
           perform convert-move-log
           perform convert-waiting-moves
           display log-lines-converted " journal lines and "
               trans-lines-converted " waiting moves converted"
           display "Rename chess-moves-log-converted.txt over "
               "chess-moves-log.txt and chess-moves-in-converted.txt "
               "over chess-moves-in.txt"
           perform write-run-control-end
           goback
           .

       convert-move-log section.
           open input old-log-data
           if old-log-status-key-1 not = "0"
               display "No chess-moves-log.txt - no journal to convert"
               close old-log-data
               exit section
           end-if
           open output new-log-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read old-log-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       move spaces to move-log-record
                       move old-log-game-id to log-game-id
                       move old-log-move-number to log-move-number
                       move old-log-from-file to log-from-file
                       move old-log-from-rank to log-from-rank
                       move old-log-to-file to log-to-file
                       move old-log-to-rank to log-to-rank
                       move old-log-moved-piece to log-moved-piece
                       move old-log-move-result to log-move-result
                       move old-log-captured-piece
                           to log-captured-piece
                       move old-log-captured-square
                           to log-captured-square
                       set log-ordinary-move to true
                       write move-log-record
                       add 1 to log-lines-converted
               end-read
           end-perform
           close old-log-data
           close new-log-data
           .

       convert-waiting-moves section.
           open input old-trans-data
           if old-trans-status-key-1 not = "0"
               display "No chess-moves-in.txt - no waiting moves to "
                   "convert"
               close old-trans-data
               exit section
           end-if
           open output new-trans-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read old-trans-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       move spaces to new-trans-record
                       move old-mtd-game-id to new-mtd-game-id
                       move old-mtd-from-file to new-mtd-from-file
                       move old-mtd-from-rank to new-mtd-from-rank
                       move old-mtd-to-file to new-mtd-to-file
                       move old-mtd-to-rank to new-mtd-to-rank
                       write new-trans-record
                       add 1 to trans-lines-converted
               end-read
           end-perform
           close old-trans-data
           close new-trans-data
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           compute rcl-records-written =
               log-lines-converted + trans-lines-converted
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

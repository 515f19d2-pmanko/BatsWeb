      * server, this applies PKW036.DAT entries to the standby copies
      * of PLAY-FILE, GAME-FILE and WEBPASS-FILE, dispatching on
      * JRNL-FILE-ID the way playJournalRestore.cbl replays the
      * player file; rows for any other file are passed over. A
      * one-row checkpoint file beside the standby set remembers the
      * last applied journal key, so each pass (or each cycle of
      * --loop) picks up exactly where the last one stopped.
      * standbySwitch.cbl verifies the checkpoint against the journal
      * tail before repointing the readers.
      *
               invoke self::applyGame
           when "WP"
               invoke self::applyWebpass
           when "PL"
           when spaces
               invoke self::applyPlay
      *    the side-file rows (franchiseRename.cbl journals those)
      *    have no standby copy here -- passed over.
           when other
               continue
           end-evaluate
      *    a row that couldn't land stops the pass right here
      *    -- the checkpoint stays behind it, the next pass retries

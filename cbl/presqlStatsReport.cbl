01 listingControls.
    03 listingFileName          pic x(255) value spaces.
    03 listingStatementTag      pic x(020) value spaces.
    *> A program unit of a multi-program source is recorded as
    *> "source(PROGRAM-ID)"; its listing is the source's own.
    03 listingSourceName        pic x(060) value spaces.
    03 statementTextFound       pic x(120) value spaces.
    03 tagState                 pic 9(001) value zeros.
        88 theTagWasFound       value 1    false 0.
*> after the "Statement nnn:" tag carries the first slice of the text.
*> A listing that cannot be found (the recorded program name is the
*> path's rightmost 60 characters, so a deep path may not resolve) still
*> reports the numbers, just without the text. A program unit of a
*> multi-program source shares the source's listing.
*>------------------------------------------------------------------------------
45-look-up-statement-text.

    move "(text unavailable)" to statementTextFound
    move spaces to listingSourceName
    unstring aggregateProgram(aggregateIndex) delimited by "(" into listingSourceName
    move spaces to listingFileName
    string trim(listingSourceName) ".presql.listing" delimited by size into listingFileName

    open input listingFile
    if listingFileStatus not = "00"
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.

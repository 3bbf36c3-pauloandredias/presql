*> expansion of all copybooks mentioned in include statements inside the declare
*> section.
*>
*> With -C it expands ordinary COBOL COPY statements (REPLACING included) as
*> well, so EXEC SQL blocks kept in shared COPY members reach statement
*> extraction; their lines are mapped to the member's own file and line.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>  the Free Software Foundation; either version 2, or (at your option)
    file status is diagFileStatus.

    *> A -i argument may name a consolidated copybook library instead of a
    *> directory: an indexed file keyed by member name, version and line
    *> number, holding every version's source lines as records, each
    *> version behind a line-zero header record presqlLibrarian writes.
    select copybookLibrary assign to libraryFileName
    organization is indexed
    access mode is dynamic
01 libraryRecord.
    03 libraryKey.
        05 libraryMemberName    pic x(030).
        05 libraryVersion       pic 9(004).
        05 libraryLineNumber    pic 9(005).
    03 libraryLineText          pic x(255).
    03 libraryVersionHeader redefines libraryLineText.
        05 versionAction        pic x(001).
            88 versionIsADelete value "D".
        05 versionStamp         pic x(014).
        05 versionUser          pic x(032).
        05 versionLineCount     pic 9(005).
        05 versionComment       pic x(160).
        05 filler               pic x(043).

*>------------------------------------------------------------------------------
working-storage section.
        05 includedCopybookPath     pic x(255).
        05 includedCopybookLevel    binary-short unsigned.

*>------------------------------------------------------------------------------
*> A source may hold more than one program: nested programs, or several
*> batch-compiled one after another. Each PROGRAM-ID starts a unit of its
*> own, with its own SQLCA and its own duplicate-include scope, and is
*> tagged so the later steps can tell the units apart.
*>------------------------------------------------------------------------------
01 programUnitControls.
    03 programUnitCount         binary-short unsigned value zeros.
    03 programUnitName          pic x(030) value spaces.
    03 programIdWordNumber      binary-short unsigned value zeros.
    03 programIdLine            pic x(255) value spaces.
    *> The first includedCopybooks entry that belongs to this unit.
    03 unitFirstCopybook        binary-short unsigned value 1.

01 xrefReportControls.
    03 xrefReportFileStatus     pic x(002) value spaces.
    03 xrefLevelDisplay         pic zz9    value zeros.
01 libraryControls.
    03 libraryFileName          pic x(255) value spaces.
    03 libraryFileStatus        pic x(002) value spaces.
    *> The member version 2214-find-library-version settles on: the
    *> newest one, or the newest at the -O date or pinned version; zero
    *> when there is none or that version is a delete.
    03 libraryWantedVersion     pic 9(004) value zeros.
    03 libraryCandidateVersion  pic 9(004) value zeros.
    03 libraryCandidateAction   pic x(001) value spaces.
    03 libraryFoundMemberName   pic x(030) value spaces.
    03 libraryPinnedVersion     pic 9(004) value zeros.
    03 libraryPinCount          binary-short unsigned value zeros.
    03 libraryPinIndex          binary-short unsigned value zeros.
    03 libraryPinWord           pic x(060) value spaces.
    03 libraryPinMember         pic x(030) value spaces.
    03 libraryPinVersionText    pic x(010) value spaces.
    03 libraryVersionDisplay    pic zzz9   value zeros.

*>------------------------------------------------------------------------------
*> The batch run's copybook cache (presqlCopyCache): the first directory's
*> turn of every copybook search asks it first, and every copybook read
*> from a file or a library is handed to it. The search context folds the
*> -i path, the -x extensions and the -O version options into one
*> checksum, so a copybook is only served back under the same search it
*> was found by.
*>------------------------------------------------------------------------------
01 copyCacheControls.
    03 copybookSearchContext    pic 9(010) value zeros.
    03 contextFoldText          pic x(255) value spaces.
    03 contextFoldPointer       binary-short unsigned value zeros.
    03 contextDirIndex          binary-short unsigned value zeros.
    03 cacheLevelNumber         binary-short unsigned value zeros.
    03 cacheClockStamp          pic x(021) value spaces.
    03 copybookSearchStart      binary-long value zeros.
    03 copybookSearchEnd        binary-long value zeros.
    03 copybookCacheState       pic 9(001) value zeros.
        88 copybookCameFromCache value 1   false 0.

01 copyCacheRequest.
    03 copyCacheFunction        pic x(001) value spaces.
        88 copyCacheFind        value "F".
        88 copyCacheKeep        value "K".
        88 copyCacheTotals      value "T".
    03 copyCacheName            pic x(255) value spaces.
    03 copyCacheContext         pic 9(010) value zeros.
    03 copyCachePath            pic x(255) value spaces.
    03 copyCacheStampFile       pic x(255) value spaces.
    03 copyCacheDirIndex        pic 9(003) value zeros.
    03 copyCacheCost            binary-long unsigned value zeros.
    03 copyCacheResult          pic x(001) value spaces.
        88 copyCacheHit         value "H" false "M".
    03 copyCacheHits            binary-long unsigned value zeros.
    03 copyCacheReads           binary-long unsigned value zeros.
    03 copyCacheRefreshes       binary-long unsigned value zeros.
    03 copyCacheSaved           binary-long unsigned value zeros.

01 mapControls.
    03 mapFileName              pic x(255) value spaces.
    03 mapFileStatus            pic x(002) value spaces.
    03 mapRecordText            pic x(255) value spaces.

*>------------------------------------------------------------------------------
*> Ordinary COBOL COPY statements, expanded under -C. A COPY statement may
*> run over several lines up to its closing period; its lines are held back
*> until the member is found, so one the -i path does not hold is put back
*> live, for the compiler's own copy search.
*>------------------------------------------------------------------------------
01 copyStatementControls.
    03 copyStatementState       pic 9(001) value zeros.
        88 insideCopyStatement  value 1    false 0.
    03 copyLineState            pic 9(001) value zeros.
        88 copyLineWasHeld      value 1    false 0.
    03 copyMemberState          pic 9(001) value zeros.
        88 copyMemberIsPending  value 1    false 0.
    03 nestedCopyState          pic 9(001) value zeros.
        88 nestedLineWasACopy   value 1    false 0.
    03 copyReleaseState         pic 9(001) value zeros.
        88 copyHeldLinesGoLive  value 1    false 0.
    03 copyCommentState         pic 9(001) value zeros.
        88 copyLineIsAComment   value 1    false 0.
    03 copyCheckLine            pic x(255) value spaces.
    03 copyCheckLineLower       pic x(255) value spaces.
    03 copyCheckWord            pic x(060) value spaces.
    03 copyStatementText        pic x(255) value spaces.
    03 copyStatementScratch     pic x(512) value spaces.
    03 copyStatementLength      binary-short unsigned value zeros.
    03 copyHeldLineCount        binary-short unsigned value zeros.
    03 copyHeldLineMax          binary-short unsigned value 50.
    03 copyHeldLineIndex        binary-short unsigned value zeros.
    03 copyHeldLine             pic x(255) occurs 50.
    03 copyHeldLineNumber       pic 9(006) occurs 50.
    03 copySavedLineNumber      pic 9(006) value zeros.

*>------------------------------------------------------------------------------
*> Where each nesting level's copybook came from: a COPY member's lines are
*> mapped (and its diagnostics located) by the member's own file and line.
*>------------------------------------------------------------------------------
01 copybookOriginControls.
    03 copybookOriginAtLevel    pic x(255) occurs 5.
    03 copybookKindAtLevel      pic x(001) occurs 5.
        88 copybookIsACopyMember value "C" false space.

01 lineTrackingControls.
    03 currentLineNumber        pic 9(006) value zeros.
    03 currentLineDisplay       pic zzzzz9 value zeros.
    03 filler pic x(090) value "sql-stmt-text ocsql-describe ocsql-savepoint ocsql-diagnostics ocsql-set-connection".
    03 filler pic x(090) value "sql-retry-info sql-retry-count sql-retry-done sql-retry-delay sql-timeout".
    03 filler pic x(090) value "sql-bind-info sql-bind-program sql-bind-stmt sql-bind-count sql-bind-textlen".
    03 filler pic x(090) value "sql-bind-name sql-test-info sql-test-stmt sql-test-outputs sql-test-first-input".
01 filler redefines injectedNameList.
    03 injectedNameText         pic x(1080).

    03 lobScanPointer           binary-short unsigned value zeros.
    03 lobWordNumber            binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> Date/time format declarations: "05 name pic 9(8) SQL FORMAT IS DATE
*> 'yyyymmdd'." inside a declare section keeps the item as declared and
*> leaves a #presqlDateFormat tag with the kind and the mask, so the
*> translated binds convert between the program's layout and the
*> database's ISO text. Mask tokens: yyyy, mm, dd, hh, mi (or mm after
*> hh), ss and n..n for fractions of a second; anything else is a
*> separator.
*>------------------------------------------------------------------------------
01 dateFormatControls.
    03 dateFormatSqlWord        binary-short unsigned value zeros.
    03 dateFormatKindWord       binary-short unsigned value zeros.
    03 dateFormatWordIndex      binary-short unsigned value zeros.
    03 dateFormatKind           pic x(009) value spaces.
    03 dateFormatPrefix         pic x(255) value spaces.
    03 dateFormatMask           pic x(040) value spaces.
    03 dateFormatMaskLower      pic x(040) value spaces.
    03 dateFormatMaskLength     binary-short unsigned value zeros.
    03 dateFormatDeclaration    pic x(255) value spaces.
    03 dateFormatSavedLine      pic x(255) value spaces.
    03 dateFormatPointer        binary-short unsigned value zeros.
    03 dateFormatScan           binary-short unsigned value zeros.
    03 dateFormatTokenCounts.
        05 dateFormatYears      binary-short unsigned value zeros.
        05 dateFormatMonths     binary-short unsigned value zeros.
        05 dateFormatDays       binary-short unsigned value zeros.
        05 dateFormatHours      binary-short unsigned value zeros.
        05 dateFormatMinutes    binary-short unsigned value zeros.
        05 dateFormatSeconds    binary-short unsigned value zeros.
        05 dateFormatFractions  binary-short unsigned value zeros.
    03 dateFormatState          pic 9(001) value zeros.
        88 dateFormatIsValid    value 1    false 0.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
    03 statementTextMode        pic 9(001)  value zeros.
        88 statementTextIsCompiled value 0  false 1.
        88 statementTextIsExternal value 1  false 0.
    *> With -T the generated calls go to the presqlReplay test runtime
    *> instead of the ODBC driver: a recording run captures every call's
    *> bound values and results into a scenario file, and a replay run
    *> serves them back with no database attached.
    03 testRuntimeMode          pic 9(001)  value zeros.
        88 testRuntimeIsOff     value 0     false 1.
        88 testRuntimeIsOn      value 1     false 0.
    *> The approved-program list (-P) for columns the catalog marks
    *> restricted: a program not on it that touches one fails the
    *> precompile.
    03 approvedProgramsFileName pic x(255)  value spaces.
    *> With -C ordinary COBOL COPY statements are expanded ahead of
    *> statement extraction, so the EXEC SQL inside a shared COPY member
    *> is precompiled along with the program's own.
    03 copyExpansionMode        pic 9(001)  value zeros.
        88 copyStatementsAreExpanded value 1 false 0.
    *> How many PROGRAM-ID units the expanded source holds, as counted
    *> by the include step; more than one (nested or batch-compiled
    *> programs) makes the later steps scope each unit on its own.
    03 programUnitsInSource     pic 9(003)  value zeros.
    *> With -F every generated database call that comes back with a
    *> negative SQLCODE appends a failure record to the journal through
    *> presqlFailRecord: the statement, SQLCODE, SQLSTATE, message text
    *> and the bound input values, sensitive columns masked.
    03 failureJournalMode       pic 9(001)  value zeros.
        88 failureJournalIsOn   value 1     false 0.
    *> With -O a copybook taken from a consolidated library resolves to
    *> the member version in force at a date (yyyymmdd or yyyymmddhhmmss),
    *> or to the version pinned for it as MEMBER:version, so an old
    *> release rebuilds from exactly the copybooks it was built with.
    03 libraryAsOfStamp         pic x(014)  value spaces.
    03 libraryVersionPins       pic x(255)  value spaces.
    *> With -K every statement presqlStatements scores above this
    *> complexity (tables joined, subquery depth, predicates, OR chains,
    *> functions on columns in WHERE, UNIONs) raises a warning; zero is off.
    03 complexityThreshold      pic 9(005)  value zeros.
    *> The source fingerprint presqlTranslate stamps into the generated
    *> program: the checksum of the source as read, the combined checksum
    *> of the copybooks it drew from (listed in the dependency index), and
    *> the command-line options of the run that generated it.
    03 fingerprintSourceChecksum pic 9(010)  value zeros.
    03 fingerprintCopybookChecksum pic 9(010)  value zeros.
    03 fingerprintDepsFileName  pic x(255)  value spaces.
    03 fingerprintSourceFileName pic x(255)  value spaces.
    03 fingerprintOptionsText   pic x(255)  value spaces.

01  copybookControls.
    03 copybookDirCount         pic 9(003)  comp-5 value zeros.
    *> Lets the caller clean up the cross-reference report on a dry run
    *> the same way it already does for outputSourceFileName.
    03 xrefReportFileName       pic x(255)  value spaces.
    *> How many PROGRAM-ID units the source holds, for the later steps.
    03 programUnitsFound        pic 9(003)  value zeros.

*>------------------------------------------------------------------------------
*> The in-memory pipeline buffers, shared byte-for-byte with presql and
0-main.

    move copybookDirCount to configuredCopybookDirCount
    perform 13-compute-search-context
    perform 1-open-files
    if itIsOkSoFar
        read inputSource next record at end set inputSourceEof to true end-read
    end-if

    move includedCopybookCount to copybooksExpandedCount
    move programUnitCount to programUnitsFound

    *> The directory-scan loops drive copybookDirCount, which belongs to
    *> the caller; it is handed back as it arrived so the next member of
        move inputSourceFileName to sourceBaseName
    end-if.

*>------------------------------------------------------------------------------
*> Folds the -i entries, the -x extensions and the -O as-of date and pins
*> into copybookSearchContext, each followed by a separator so "ab" then
*> "c" does not fold the same as "a" then "bc".
*>------------------------------------------------------------------------------
13-compute-search-context.

    move zeros to copybookSearchContext
    perform varying contextDirIndex from 1 by 1
              until contextDirIndex > copybookDirMax
                 or copybookDirName(contextDirIndex) = spaces
        move copybookDirName(contextDirIndex) to contextFoldText
        perform 131-fold-context-text
    end-perform
    perform varying contextDirIndex from 1 by 1
              until contextDirIndex > copybookExtraExtCount
        move copybookExtraExtension(contextDirIndex) to contextFoldText
        perform 131-fold-context-text
    end-perform
    move libraryAsOfStamp to contextFoldText
    perform 131-fold-context-text
    move libraryVersionPins to contextFoldText
    perform 131-fold-context-text.

131-fold-context-text.

    perform varying contextFoldPointer from 1 by 1
              until contextFoldPointer > stored-char-length(trim(contextFoldText trailing))
        compute copybookSearchContext =
            function mod((copybookSearchContext * 31) +
                         function ord(contextFoldText(contextFoldPointer:1)),
                         9999999999)
    end-perform
    compute copybookSearchContext =
        function mod((copybookSearchContext * 31) + function ord("|"), 9999999999).

*>------------------------------------------------------------------------------
*> Locates include instructions, opens the correspondent copybook (trying each
*> diretory and each possible extension) and insert its lines into the expanded

    move function lower-case(inputSourceLine) to inputSourceLineLower

    *> Under -C a COPY statement's lines are held here and expanded, or
    *> put back, once its closing period is read.
    set copyLineWasHeld to false
    if copyStatementsAreExpanded
        perform 36-check-for-copy-statement
    end-if
    if not copyLineWasHeld

    *> A program may have more than one BEGIN/END DECLARE SECTION pair,
    *> so this keeps watching for another one for as long as
    *> the data division lasts, rather than stopping for good after the
    *> Comment lines will be ignored
    if (sourceFormatIsFixed and inputSourceLine(7:1) not = "*") or
       (sourceFormatIsFree and trim(inputSourceLine)(1:2) not = "*>")
        if not insideExecSql
            perform 24-check-for-program-id
        end-if
        if not reachedProcedureDivision
            move substitute(inputSourceLineLower, ".", " ") to dotStrippedLineLower
            if getWordNumber(inputSourceLineLower, "procedure") > zeros and
            *> BLOB(n) is not compilable COBOL; it expands into the
            *> 49-level pair here, tagged so the later steps bind it as
            *> a large object.
            *> "SQL FORMAT IS DATE 'mask'" (or TIME, TIMESTAMP) is taken
            *> off the declaration and carried by a #presqlDateFormat tag.
            if insideDeclare and
               getWordNumber(inputSourceLineLower, "sql") > zeros and
               getWordNumber(inputSourceLineLower, "format") > zeros and
               getWordNumber(inputSourceLineLower, "is") > zeros
                perform 34a-expand-date-format-declaration
            else
            if insideDeclare and
               getWordNumber(inputSourceLineLower, "sql") > zeros and
               getWordNumber(inputSourceLineLower, "type") > zeros and
                perform 80-write-output-line
                perform 93-map-program-line
            end-if
            end-if
        end-if
        end-if
    else
        perform 80-write-output-line
        perform 93-map-program-line
    end-if
    end-if

    read inputSource next record at end set inputSourceEof to true end-read
    add 1 to currentLineNumber
        end-if
    end-perform

    *> A copybook included by an earlier program unit of the same source
    *> is no duplicate here; each unit compiles with its own copy.
    if not copybookIsCircular
        perform varying includedCopybookIndex from unitFirstCopybook by 1
                  until includedCopybookIndex > includedCopybookCount
            if function lower-case(trim(includedCopybookName(includedCopybookIndex))) = function lower-case(trim(copybookName))
                set copybookIsDuplicate to true
*>------------------------------------------------------------------------------
221-try-all-copybook-directories.

    *> Before the first entry is tried, the batch run's cache may already
    *> hold the copybook from an earlier member or include.
    if copybookDirCount = 1
        perform 2217-try-the-copybook-cache
        if copybookWasFound
            exit paragraph
        end-if
    end-if

    *> The -i entry may be a consolidated library file rather than a
    *> directory; a library that holds the member wins at this entry's
    *> precedence, and an entry that is a plain directory simply fails
    end-if.

*>------------------------------------------------------------------------------
*> Tries the -i entry as an indexed library file: once the member version
*> to use is settled, positioned at its first line, every line of that
*> version is imported the same way a file-per-member copybook's lines are.
*> A member whose version in force is a delete is not in this library.
*>------------------------------------------------------------------------------
2213-try-copybook-library.

        exit paragraph
    end-if

    perform 2214-find-library-version
    if libraryWantedVersion = zeros
        close copybookLibrary
        exit paragraph
    end-if

    move spaces to libraryKey
    move libraryFoundMemberName to libraryMemberName
    move libraryWantedVersion to libraryVersion
    move 1 to libraryLineNumber
    start copybookLibrary key >= libraryKey
        invalid key move "10" to libraryFileStatus
    end-start
    if libraryFileStatus = "00"
        read copybookLibrary next record
            at end move "10" to libraryFileStatus
        end-read
    end-if

    perform 2223-import-library-lines
    set copybookWasFound to true
    move 1 to copybookDirUsed(copybookDirCount)
    if runningModeIsVerbose
        move libraryWantedVersion to libraryVersionDisplay
        string " (info): Copybook " trim(copybookName) " version " trim(libraryVersionDisplay) " was imported from library " trim(libraryFileName) delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Walks the member's version header records (line zero of each version,
*> skipping the lines in between) and keeps the newest one the -O options
*> admit: at or below the member's pinned version, or stamped at or
*> before the as-of date, or simply the newest when neither is in force.
*>------------------------------------------------------------------------------
2214-find-library-version.

    move zeros to libraryWantedVersion
    move zeros to libraryCandidateVersion
    move spaces to libraryCandidateAction
    move spaces to libraryFoundMemberName
    perform 2215-find-version-pin

    move spaces to libraryKey
    move trim(copybookName) to libraryMemberName
    move zeros to libraryVersion
    move zeros to libraryLineNumber
    start copybookLibrary key >= libraryKey
        invalid key exit paragraph
    end-start
    read copybookLibrary next record
        at end exit paragraph
    end-read

    perform until libraryFileStatus not = "00"
               or function lower-case(trim(libraryMemberName)) not = function lower-case(trim(copybookName))
        if libraryLineNumber = zeros
            evaluate true
                when libraryPinnedVersion > zeros
                    if libraryVersion <= libraryPinnedVersion
                        perform 2216-take-the-candidate
                    end-if
                when libraryAsOfStamp not = spaces
                    if versionStamp <= libraryAsOfStamp
                        perform 2216-take-the-candidate
                    end-if
                when other
                    perform 2216-take-the-candidate
            end-evaluate
        end-if
        if libraryVersion >= 9999
            exit perform
        end-if
        add 1 to libraryVersion
        move zeros to libraryLineNumber
        start copybookLibrary key >= libraryKey
            invalid key move "10" to libraryFileStatus
        end-start
        if libraryFileStatus = "00"
            read copybookLibrary next record
                at end move "10" to libraryFileStatus
            end-read
        end-if
    end-perform
    move spaces to libraryFileStatus

    if libraryCandidateVersion > zeros and libraryCandidateAction not = "D"
        move libraryCandidateVersion to libraryWantedVersion
    end-if.

*>------------------------------------------------------------------------------
*> The version -O pinned for this copybook (MEMBER:version words), if any.
*>------------------------------------------------------------------------------
2215-find-version-pin.

    move zeros to libraryPinnedVersion
    if libraryVersionPins = spaces
        exit paragraph
    end-if
    move getWordCount(libraryVersionPins) to libraryPinCount
    perform varying libraryPinIndex from 1 by 1
              until libraryPinIndex > libraryPinCount
        move getWord(libraryVersionPins, libraryPinIndex) to libraryPinWord
        move spaces to libraryPinMember
        move spaces to libraryPinVersionText
        unstring libraryPinWord delimited by ":" into libraryPinMember libraryPinVersionText
        if function lower-case(trim(libraryPinMember)) = function lower-case(trim(copybookName))
            move numval(libraryPinVersionText) to libraryPinnedVersion
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The header record in hand is the best version so far.
*>------------------------------------------------------------------------------
2216-take-the-candidate.

    move libraryVersion to libraryCandidateVersion
    move versionAction to libraryCandidateAction
    move libraryMemberName to libraryFoundMemberName.

*>------------------------------------------------------------------------------
*> Asks the copybook cache for copybookName under this run's search
*> context. A hit's lines arrive straight in the buffer of the nesting
*> level they are about to be expanded at, and are expanded by
*> 222-import-copybook-lines just as if the file had been read there;
*> at the deepest level the search goes on as usual, so the nesting
*> error is raised the usual way. The search start is stamped either
*> way, so a read after a miss is timed from here.
*>------------------------------------------------------------------------------
2217-try-the-copybook-cache.

    move zeros to copybookSearchStart
    perform 2219-take-the-clock
    move copybookSearchEnd to copybookSearchStart
    if copybookNestingLevel >= copybookNestingMax
        exit paragraph
    end-if

    set copyCacheFind to true
    move copybookName to copyCacheName
    move copybookSearchContext to copyCacheContext
    compute cacheLevelNumber = copybookNestingLevel + 1
    call "presqlCopyCache" using copyCacheRequest, copybookBuffer(cacheLevelNumber)
    end-call
    if not copyCacheHit
        exit paragraph
    end-if

    move copyCachePath to copybookSourceFileName
    move 1 to copybookDirUsed(copyCacheDirIndex)
    if runningModeIsVerbose
        string " (info): Copybook " trim(copybookName) " was taken from the copybook cache (" trim(copyCachePath) ")" delimited by size into logText
        perform 90-write-log
    end-if
    set copybookCameFromCache to true
    perform 222-import-copybook-lines
    set copybookWasFound to true.

*>------------------------------------------------------------------------------
*> Hands the copybook just read into the current nesting level's buffer
*> to the cache, with where it came from, the file whose stamp vouches
*> for it and the time the search and read took.
*>------------------------------------------------------------------------------
2218-keep-in-the-copybook-cache.

    perform 2219-take-the-clock
    set copyCacheKeep to true
    move copybookName to copyCacheName
    move copybookSearchContext to copyCacheContext
    move copybookOriginAtLevel(copybookNestingLevel) to copyCachePath
    move copybookDirCount to copyCacheDirIndex
    compute copyCacheCost = copybookSearchEnd - copybookSearchStart
    call "presqlCopyCache" using copyCacheRequest, copybookBuffer(copybookNestingLevel)
    end-call.

*>------------------------------------------------------------------------------
*> The time of day in hundredths of a second, into copybookSearchEnd; a
*> search that runs over midnight is timed from the day before.
*>------------------------------------------------------------------------------
2219-take-the-clock.

    move function current-date to cacheClockStamp
    compute copybookSearchEnd =
        numval(cacheClockStamp(9:2)) * 360000 +
        numval(cacheClockStamp(11:2)) * 6000 +
        numval(cacheClockStamp(13:2)) * 100 +
        numval(cacheClockStamp(15:2))
    if copybookSearchEnd < copybookSearchStart
        add 8640000 to copybookSearchEnd
    end-if.

*>------------------------------------------------------------------------------
*>------------------------------------------------------------------------------
2223-import-library-lines.

    if copyMemberIsPending
        perform 38-release-held-copy-lines
    end-if

    add 1 to copybookNestingLevel
    if copybookNestingLevel > copybookNestingMax
        string " (ERROR): PSQL0107E Copybook " trim(copybookName) " nests too many levels deep; check for a circular include" delimited by size into logText
        move copybookNestingLevel to includedCopybookLevel(includedCopybookCount)
    end-if

    move spaces to copybookOriginAtLevel(copybookNestingLevel)
    string trim(libraryFileName) "(" trim(copybookName) ")" delimited by size into copybookOriginAtLevel(copybookNestingLevel)
    set copybookIsACopyMember(copybookNestingLevel) to false
    if copyMemberIsPending
        set copybookIsACopyMember(copybookNestingLevel) to true
        set copyMemberIsPending to false
    end-if

    move copybookReplacingPendingCount to copybookReplacingCountAtLevel(copybookNestingLevel)
    perform varying copybookReplacingPairIndex from 1 by 1
              until copybookReplacingPairIndex > copybookReplacingPendingCount
    move zeros to copybookLineCountAtLevel(copybookNestingLevel)
    perform until libraryFileStatus not = "00"
               or function lower-case(trim(libraryMemberName)) not = function lower-case(trim(copybookName))
               or libraryVersion not = libraryWantedVersion
        add 1 to copybookLineCountAtLevel(copybookNestingLevel)
        move libraryLineText to copybookLineAtLevel(copybookNestingLevel copybookLineCountAtLevel(copybookNestingLevel))
        read copybookLibrary next record
    *> closes its file first, so a nested include of another member of
    *> this same library can reopen it one level deeper.
    close copybookLibrary
    move libraryFileName to copyCacheStampFile
    perform 2218-keep-in-the-copybook-cache

    set insideCopybookContext to true
    perform 223-expand-copybook-lines
*> it right away, so the copybookSource select is free again. Closing before
*> expanding lets a nested "exec sql include" found inside the copybook reopen
*> the very same select one level deeper, instead of needing one select per
*> nesting level. A copybook 2217 took from the cache comes through here
*> too, with its lines already in place and nothing to read.
*>------------------------------------------------------------------------------
222-import-copybook-lines.

    if copyMemberIsPending
        perform 38-release-held-copy-lines
    end-if

    add 1 to copybookNestingLevel
    if copybookNestingLevel > copybookNestingMax
        string " (ERROR): PSQL0107E Copybook " trim(copybookName) " nests too many levels deep; check for a circular include" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAnError to true
        if not copybookCameFromCache
            close copybookSource
        end-if
        set copybookCameFromCache to false
        subtract 1 from copybookNestingLevel
        exit paragraph
    end-if
        move copybookNestingLevel to includedCopybookLevel(includedCopybookCount)
    end-if

    move copybookSourceFileName to copybookOriginAtLevel(copybookNestingLevel)
    set copybookIsACopyMember(copybookNestingLevel) to false
    if copyMemberIsPending
        set copybookIsACopyMember(copybookNestingLevel) to true
        set copyMemberIsPending to false
    end-if

    move copybookReplacingPendingCount to copybookReplacingCountAtLevel(copybookNestingLevel)
    perform varying copybookReplacingPairIndex from 1 by 1
              until copybookReplacingPairIndex > copybookReplacingPendingCount
    end-perform
    move zeros to copybookReplacingPendingCount

    *> A copybook served by the cache already has its lines in this
    *> level's buffer; only one actually read is handed to the cache.
    if copybookCameFromCache
        set copybookCameFromCache to false
    else
        move zeros to copybookLineCountAtLevel(copybookNestingLevel)
        read copybookSource next record at end set copybookSourceEof to true end-read
        perform until copybookSourceEof
            add 1 to copybookLineCountAtLevel(copybookNestingLevel)
            move copybookSourceLine to copybookLineAtLevel(copybookNestingLevel copybookLineCountAtLevel(copybookNestingLevel))
            read copybookSource next record at end set copybookSourceEof to true end-read
        end-perform
        move spaces to copybookSourceFileStatus
        close copybookSource
        move copybookSourceFileName to copyCacheStampFile
        perform 2218-keep-in-the-copybook-cache
    end-if

    set insideCopybookContext to true
    perform 223-expand-copybook-lines
        move copybookNameAtLevel(copybookNestingLevel) to copybookName
        move copybookDirCountAtLevel(copybookNestingLevel) to copybookDirCount
    else
        *> Under -C a COPY statement inside the member expands in its
        *> place the same way a program's own does.
        set nestedLineWasACopy to false
        if copyStatementsAreExpanded
            perform 39-expand-nested-copy-statement
        end-if
        if not nestedLineWasACopy
            move copybookLineAtLevel(copybookNestingLevel copybookLineIndexAtLevel(copybookNestingLevel)) to copybookIncludeLine
            if copybookReplacingCountAtLevel(copybookNestingLevel) > zeros
                perform 227-apply-replacing-pairs-to-line
            end-if
            move function lower-case(copybookIncludeLine) to collisionCheckLine
            perform 31-check-for-builtin-collision
            *> A member included into a declare section (a DCLGEN
            *> copybook) may carry SQL FORMAT clauses of its own.
            if insideDeclare and
               getWordNumber(collisionCheckLine, "sql") > zeros and
               getWordNumber(collisionCheckLine, "format") > zeros and
               getWordNumber(collisionCheckLine, "is") > zeros
                move inputSourceLine to dateFormatSavedLine
                move copybookIncludeLine to inputSourceLine
                move collisionCheckLine to inputSourceLineLower
                perform 34a-expand-date-format-declaration
                move dateFormatSavedLine to inputSourceLine
                move function lower-case(inputSourceLine) to inputSourceLineLower
            else
                move copybookIncludeLine to outputSourceLine
                perform 80-write-output-line
                perform 96-map-copybook-line
            end-if
        end-if
    end-if.

*>------------------------------------------------------------------------------
    perform varying copybookReplacingPairIndex from 1 by 1
              until copybookReplacingPairIndex > copybookReplacingCountAtLevel(copybookNestingLevel)

        *> A COPY member's ":tag:" pseudo-text stands for part of a word
        *> ("01 :tag:-record"), so it is replaced wherever it appears.
        if copybookIsACopyMember(copybookNestingLevel) and
           copybookReplacingFromAtLevel(copybookNestingLevel copybookReplacingPairIndex)(1:1) = ":"
            move substitute(copybookIncludeLine,
                            trim(copybookReplacingFromAtLevel(copybookNestingLevel copybookReplacingPairIndex)),
                            trim(copybookReplacingToAtLevel(copybookNestingLevel copybookReplacingPairIndex))) to copybookIncludeLine
            exit perform cycle
        end-if

        move zeros to copybookReplacingOutLength
        move zeros to copybookReplacingTokenLength
        move spaces to copybookReplacingLineBuffer
    perform 80-write-output-line
    perform 94-map-injected-line.

*>------------------------------------------------------------------------------
*> A PROGRAM-ID line opens a new program unit. It is tagged with the
*> program's name, and from the second unit on the per-program state is
*> started over: the unit gets its own data division, its own injected
*> SQLCA and its own copybooks.
*>------------------------------------------------------------------------------
24-check-for-program-id.

    move substitute(inputSourceLineLower, ".", " ") to dotStrippedLineLower
    move getWordNumber(dotStrippedLineLower, "program-id") to programIdWordNumber
    if programIdWordNumber = zeros
        exit paragraph
    end-if

    move substitute(inputSourceLine, ".", " ") to programIdLine
    add 1 to programIdWordNumber
    move getWord(programIdLine, programIdWordNumber) to programUnitName
    move substitute(programUnitName, '"', " ", "'", " ") to programUnitName
    move trim(programUnitName) to programUnitName
    add 1 to programUnitCount

    if programUnitCount > 1
        set reachedProcedureDivision to false
        set sqlcaAlreadyInjected to false
        set insideDeclare to false
        add 1 to includedCopybookCount giving unitFirstCopybook
        if runningModeIsVerbose
            string " (info): Program unit " trim(programUnitName) " starts here" delimited by size into logText
            perform 90-write-log
        end-if
    end-if

    move concatenate("#presqlProgram ", trim(programUnitName)) to outputSourceLine
    perform 23-insert-tag-line.

*>------------------------------------------------------------------------------    
*> Close input and output program
*>------------------------------------------------------------------------------    
    perform 80-write-output-line
    perform 93-map-program-line.

*>------------------------------------------------------------------------------
*> Under -C: a line opening with COPY starts a COPY statement, and it and
*> every line up to its closing period are held instead of written. Once
*> the period is read the statement is expanded. EXEC SQL blocks are left
*> to the include logic above; a COPY inside one is no COBOL COPY.
*>------------------------------------------------------------------------------
36-check-for-copy-statement.

    if insideExecSql or insideProcedureInclude
        exit paragraph
    end-if

    move inputSourceLine to copyCheckLine
    perform 363-take-the-line-area

    if not insideCopyStatement
        if copyLineIsAComment or
           trim(getWord(copyCheckLineLower, firstWord)) not = "copy"
            exit paragraph
        end-if
        set insideCopyStatement to true
        move zeros to copyHeldLineCount
        move spaces to copyStatementText
    end-if

    set copyLineWasHeld to true
    if copyHeldLineCount >= copyHeldLineMax
        string " (ERROR): PSQL0117E COPY statement runs past 50 lines without its closing period" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAnError to true
        set insideCopyStatement to false
        exit paragraph
    end-if
    add 1 to copyHeldLineCount
    move inputSourceLine to copyHeldLine(copyHeldLineCount)
    move currentLineNumber to copyHeldLineNumber(copyHeldLineCount)

    if copyLineIsAComment or copyCheckLine = spaces
        exit paragraph
    end-if
    move spaces to copyStatementScratch
    string trim(copyStatementText) " " trim(copyCheckLine) delimited by size into copyStatementScratch
    move copyStatementScratch to copyStatementText

    if copyCheckLine(stored-char-length(copyCheckLine):1) = "."
        set insideCopyStatement to false
        perform 361-prepare-copy-statement
        perform 37-expand-copy-statement
    end-if.

*>------------------------------------------------------------------------------
*> Turns the collected COPY statement into the include-line form the
*> REPLACING parse reads: pseudo-text delimiters and the closing period
*> are dropped, and a quoted member name is unquoted.
*>------------------------------------------------------------------------------
361-prepare-copy-statement.

    move substitute(copyStatementText, "==", "  ") to copyStatementText
    move stored-char-length(copyStatementText) to copyStatementLength
    if copyStatementLength > zeros
        if copyStatementText(copyStatementLength:1) = "."
            move space to copyStatementText(copyStatementLength:1)
        end-if
    end-if

    move getWord(copyStatementText, secondWord) to copyCheckWord
    inspect copyCheckWord replacing all quote by space
    inspect copyCheckWord replacing all "'" by space
    move trim(copyCheckWord) to copybookName
    move copyStatementText to copybookIncludeLine
    perform 224-parse-replacing-clause.

*>------------------------------------------------------------------------------
*> The part of copyCheckLine a COBOL statement can occupy (columns 8-72
*> in fixed format) and whether the line is a comment; a lower-cased copy
*> is kept for the keyword tests.
*>------------------------------------------------------------------------------
363-take-the-line-area.

    set copyLineIsAComment to false
    if sourceFormatIsFixed
        if copyCheckLine(7:1) = "*" or copyCheckLine(7:1) = "/"
            set copyLineIsAComment to true
        end-if
        move copyCheckLine(8:65) to copyStatementScratch
        move copyStatementScratch to copyCheckLine
    else
        if trim(copyCheckLine)(1:2) = "*>"
            set copyLineIsAComment to true
        end-if
    end-if
    *> A floating comment after the statement is no part of it.
    if not copyLineIsAComment
        move spaces to copyStatementScratch
        unstring copyCheckLine delimited by "*>" into copyStatementScratch
        move copyStatementScratch to copyCheckLine
    end-if
    move function lower-case(copyCheckLine) to copyCheckLineLower.

*>------------------------------------------------------------------------------
*> Expands the COPY statement just completed: the member is searched for
*> along the -i path like an include's copybook, and its held lines are
*> written out as comments ahead of the member's text. A member may be
*> copied any number of times (a record layout under different REPLACING
*> names), so only a circular copy is refused. A member the -i path does
*> not hold is no error here: the statement goes back into the source as
*> it was, for the compiler to resolve.
*>------------------------------------------------------------------------------
37-expand-copy-statement.

    if runningModeIsVerbose
        string " (info): A COPY statement for member " trim(copybookName) " was found" delimited by size into logText
        perform 90-write-log
    end-if

    perform 220-check-copybook-for-duplicates
    if copybookIsCircular
        perform 38-release-held-copy-lines
        string " (ERROR): PSQL0105E Copybook " trim(copybookName) " includes itself (circular include)" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAnError to true
        exit paragraph
    end-if

    set copybookWasFound to false
    set copyMemberIsPending to true
    perform 221-try-all-copybook-directories
        varying copybookDirCount from 1 by 1
               until copybookDirCount > copybookDirMax
                  or copybookDirName(copybookDirCount) = spaces
                  or copybookWasFound
    set copyMemberIsPending to false

    if not copybookWasFound
        set copyHeldLinesGoLive to true
        perform 38-release-held-copy-lines
        set copyHeldLinesGoLive to false
        move zeros to copybookReplacingPendingCount
        string " (WARNING): PSQL0116W COPY member " trim(copybookName) " was not found in any -i directory; the COPY statement is left for the compiler" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAWarning to true
    end-if.

*>------------------------------------------------------------------------------
*> Writes the held COPY statement lines out, each mapped to its own
*> program line: as comments ahead of the expanded member, or unchanged
*> when the member was not found.
*>------------------------------------------------------------------------------
38-release-held-copy-lines.

    move currentLineNumber to copySavedLineNumber
    perform varying copyHeldLineIndex from 1 by 1
              until copyHeldLineIndex > copyHeldLineCount
        move copyHeldLine(copyHeldLineIndex) to inputSourceLine
        move copyHeldLineNumber(copyHeldLineIndex) to currentLineNumber
        if copyHeldLinesGoLive
            move inputSourceLine to outputSourceLine
            perform 80-write-output-line
            perform 93-map-program-line
        else
            set toggledToComment to false
            perform 21-toggle-to-comment
        end-if
    end-perform
    move zeros to copyHeldLineCount
    move copySavedLineNumber to currentLineNumber.

*>------------------------------------------------------------------------------
*> A COPY statement inside a member being expanded, written on one line:
*> the line stays in the output as a comment and the member it names
*> expands after it, one level deeper, or the line is put back live when
*> the member is not on the -i path.
*>------------------------------------------------------------------------------
39-expand-nested-copy-statement.

    move copybookLineAtLevel(copybookNestingLevel copybookLineIndexAtLevel(copybookNestingLevel)) to copyCheckLine
    perform 363-take-the-line-area
    if copyLineIsAComment or
       trim(getWord(copyCheckLineLower, firstWord)) not = "copy"
        exit paragraph
    end-if
    set nestedLineWasACopy to true

    move copybookLineAtLevel(copybookNestingLevel copybookLineIndexAtLevel(copybookNestingLevel)) to copybookIncludeLine
    if sourceFormatIsFixed
        move concatenate(copybookIncludeLine(1:6), "*", copybookIncludeLine(8:)) to outputSourceLine
    else
        move concatenate("*> ", copybookIncludeLine) to outputSourceLine
    end-if
    perform 80-write-output-line
    perform 96-map-copybook-line

    move copybookName to copybookNameAtLevel(copybookNestingLevel)
    move copybookDirCount to copybookDirCountAtLevel(copybookNestingLevel)

    move copyCheckLine to copyStatementText
    perform 361-prepare-copy-statement
    move zeros to copyHeldLineCount
    perform 220-check-copybook-for-duplicates
    if copybookIsCircular
        string " (ERROR): PSQL0105E Copybook " trim(copybookName) " includes itself (circular include)" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAnError to true
    else
        set copybookWasFound to false
        set copyMemberIsPending to true
        perform 221-try-all-copybook-directories
            varying copybookDirCount from 1 by 1
                   until copybookDirCount > copybookDirMax
                      or copybookDirName(copybookDirCount) = spaces
                      or copybookWasFound
        set copyMemberIsPending to false
    end-if

    move copybookNameAtLevel(copybookNestingLevel) to copybookName
    move copybookDirCountAtLevel(copybookNestingLevel) to copybookDirCount
    *> The member's own lines ran through 223 in between.
    set nestedLineWasACopy to true

    if not copybookIsCircular and not copybookWasFound
        move zeros to copybookReplacingPendingCount
        move copybookLineAtLevel(copybookNestingLevel copybookLineIndexAtLevel(copybookNestingLevel)) to outputSourceLine
        perform 80-write-output-line
        perform 96-map-copybook-line
        string " (WARNING): PSQL0116W COPY member " trim(copyCheckWord) " was not found in any -i directory; the COPY statement is left for the compiler" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAWarning to true
    end-if.

*>------------------------------------------------------------------------------
*> Expands one "level name SQL TYPE IS CLOB(n)/BLOB(n)" declaration: the
*> original line is kept as a comment, a #presqlLob tag records the name,
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Takes the "SQL FORMAT IS kind 'mask'" clause off one declare-section
*> item: the original line is kept as a comment, a #presqlDateFormat tag
*> records the name, kind and mask for presqlHostVariables, and the item
*> itself is written back as declared up to the clause. The mask must
*> carry the parts its kind needs and nothing from the other kind.
*>------------------------------------------------------------------------------
34a-expand-date-format-declaration.

    set dateFormatIsValid to true
    add 2 to getWordNumber(inputSourceLineLower, "format") giving dateFormatKindWord
    move upper-case(getWord(inputSourceLineLower, dateFormatKindWord)) to dateFormatKind
    if dateFormatKind not = "DATE" and
       dateFormatKind not = "TIME" and
       dateFormatKind not = "TIMESTAMP"
        set dateFormatIsValid to false
    end-if

    move spaces to dateFormatPrefix dateFormatMask
    unstring inputSourceLine delimited by "'" or quote
        into dateFormatPrefix dateFormatMask
    end-unstring
    move stored-char-length(dateFormatMask) to dateFormatMaskLength
    if dateFormatMask = spaces
        move zeros to dateFormatMaskLength
        set dateFormatIsValid to false
    end-if

    move lower-case(dateFormatMask) to dateFormatMaskLower
    initialize dateFormatTokenCounts
    move 1 to dateFormatScan
    perform until dateFormatScan > dateFormatMaskLength or not dateFormatIsValid
        evaluate true
            when dateFormatMaskLower(dateFormatScan:4) = "yyyy"
                add 1 to dateFormatYears
                add 4 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:2) = "mm" and dateFormatHours > zeros
                add 1 to dateFormatMinutes
                add 2 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:2) = "mm"
                add 1 to dateFormatMonths
                add 2 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:2) = "mi"
                add 1 to dateFormatMinutes
                add 2 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:2) = "dd"
                add 1 to dateFormatDays
                add 2 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:2) = "hh"
                add 1 to dateFormatHours
                add 2 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:2) = "ss"
                add 1 to dateFormatSeconds
                add 2 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:1) = "n"
                add 1 to dateFormatFractions
                add 1 to dateFormatScan
            when dateFormatMaskLower(dateFormatScan:1) >= "a" and
                 dateFormatMaskLower(dateFormatScan:1) <= "z"
                set dateFormatIsValid to false
            when other
                add 1 to dateFormatScan
        end-evaluate
    end-perform

    *> Each part at most once (up to six fraction digits), every part
    *> the kind needs, none it cannot hold.
    if dateFormatYears > 1 or dateFormatMonths > 1 or dateFormatDays > 1 or
       dateFormatHours > 1 or dateFormatMinutes > 1 or dateFormatSeconds > 1 or
       dateFormatFractions > 6
        set dateFormatIsValid to false
    end-if
    if dateFormatKind = "DATE" or dateFormatKind = "TIMESTAMP"
        if dateFormatYears = zeros or dateFormatMonths = zeros or dateFormatDays = zeros
            set dateFormatIsValid to false
        end-if
    end-if
    if dateFormatKind = "TIME" or dateFormatKind = "TIMESTAMP"
        if dateFormatHours = zeros or dateFormatMinutes = zeros or dateFormatSeconds = zeros
            set dateFormatIsValid to false
        end-if
    end-if
    if dateFormatKind = "DATE"
        if dateFormatHours > zeros or dateFormatMinutes > zeros or
           dateFormatSeconds > zeros or dateFormatFractions > zeros
            set dateFormatIsValid to false
        end-if
    end-if
    if dateFormatKind = "TIME"
        if dateFormatYears > zeros or dateFormatMonths > zeros or
           dateFormatDays > zeros or dateFormatFractions > zeros
            set dateFormatIsValid to false
        end-if
    end-if

    if not dateFormatIsValid
        string " (ERROR): PSQL0118E Unrecognized SQL FORMAT clause; it must read SQL FORMAT IS DATE, TIME or TIMESTAMP followed by a quoted mask holding the parts of that kind" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAnError to true
        exit paragraph
    end-if

    *> The item is written back up to the clause, columns and all, so a
    *> fixed-format sequence area and the indentation survive.
    move zeros to dateFormatPointer
    inspect inputSourceLineLower tallying dateFormatPointer
        for characters before initial " sql "
    move spaces to dateFormatDeclaration
    string inputSourceLine(1:dateFormatPointer) "." delimited by size into dateFormatDeclaration

    move getWord(inputSourceLine, secondWord) to lobDataName
    if sourceFormatIsFixed
        move getWord(inputSourceLine(8:), secondWord) to lobDataName
    end-if

    if insideCopybookContext
        if sourceFormatIsFixed
            move concatenate(inputSourceLine(1:6), "*", inputSourceLine(8:)) to outputSourceLine
        else
            move concatenate("*> ", inputSourceLine) to outputSourceLine
        end-if
        perform 80-write-output-line
        perform 96-map-copybook-line
    else
        perform 21-toggle-to-comment
    end-if

    move spaces to outputSourceLine
    string "#presqlDateFormat " trim(lobDataName) " " trim(dateFormatKind) " '" dateFormatMask(1:dateFormatMaskLength) "'" delimited by size into outputSourceLine
    perform 23-insert-tag-line

    move dateFormatDeclaration to outputSourceLine
    perform 80-write-output-line
    perform 94-map-injected-line

    if runningModeIsVerbose
        string " (info): Took the " trim(dateFormatKind) " format off host variable " trim(lobDataName) delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Writes the include-dependency index for this program: every on-disk
*> file the expansion drew from, one path per line, deduplicated. Written
    perform varying odbcLineIndex from 1 by 1
              until odbcLineIndex > 17
        move odbcLine(odbcLineIndex) to outputSourceLine
        *> Under -T every call target names the presqlReplay entry point
        *> standing in for the driver routine: "ocsqlxxx" becomes
        *> "psqlrxxx", and the bare connect routine "ocsql" "psqlrcon".
        if testRuntimeIsOn
            move substitute(outputSourceLine, """ocsql""", """psqlrcon""", """ocsql", """psqlr") to outputSourceLine
        end-if
        perform 80-write-output-line
        perform 94-map-injected-line
    end-perform
    string trim(inputSourceFileName) ":" trim(currentLineDisplay) delimited by size into mapRecordText
    perform 92-write-map-record.

*>------------------------------------------------------------------------------
*> The map record for a line of the copybook being expanded: a COPY
*> member's by its own file and line, an included one's by its name.
*>------------------------------------------------------------------------------
96-map-copybook-line.

    move copybookLineIndexAtLevel(copybookNestingLevel) to currentLineDisplay
    move spaces to mapRecordText
    if copybookIsACopyMember(copybookNestingLevel)
        string trim(copybookOriginAtLevel(copybookNestingLevel)) ":" trim(currentLineDisplay) delimited by size into mapRecordText
    else
        string "copybook " trim(copybookName) ":" trim(currentLineDisplay) delimited by size into mapRecordText
    end-if
    perform 92-write-map-record.

*>------------------------------------------------------------------------------
*> The map record for an injected line.
*>------------------------------------------------------------------------------
        move copybookLineIndexAtLevel(copybookNestingLevel) to currentLineDisplay
        string trim(logText) " (copybook " trim(copybookName) " line " trim(currentLineDisplay) ")" delimited by size into logText
        move spaces to diagOriginText
        if copybookIsACopyMember(copybookNestingLevel)
            string trim(copybookOriginAtLevel(copybookNestingLevel)) ":" trim(currentLineDisplay) delimited by size into diagOriginText
        else
            string "copybook " trim(copybookName) ":" trim(currentLineDisplay) delimited by size into diagOriginText
        end-if
    else
        move currentLineNumber to currentLineDisplay
        string trim(logText) " (line " trim(currentLineDisplay) ")" delimited by size into logText
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition

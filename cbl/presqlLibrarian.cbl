*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Maintenance utility for the consolidated copybook library presqlIncludes
*> can search through -i: an indexed file keyed by member name, version and
*> line number, holding each version of a member's source lines as records.
*> One operation per run:
*>
*>     presqlLibrarian -f <library> -l <directory>           load a directory tree
*>     presqlLibrarian -f <library> -a <copybook-file> -c ..  add one member
*>     presqlLibrarian -f <library> -r <copybook-file> -c ..  replace one member
*>     presqlLibrarian -f <library> -d <member> -c ..         delete one member
*>     presqlLibrarian -f <library> -t                       list the members
*>     presqlLibrarian -f <library> -v <copybook-file>       verify one member
*>     presqlLibrarian -f <library> -h <member>              list its versions
*>     presqlLibrarian -f <library> -x <member> <v1> <v2>    compare two versions
*>     presqlLibrarian -f <library> -g <member> <version>    restore a version
*>
*> The member name is the copybook file's own base name with its extension
*> stripped (the same .cpy/.CPY/.dcl/.DCL list presqlIncludes tries), since
*> compares the member's records against the source file it came from, line
*> by line, and reports the first difference.
*>
*> Nothing is overwritten or removed: an add, replace, delete or restore
*> checks in a new version of the member, numbered on from the last one,
*> behind a line-zero header record carrying the action, the timestamp, the
*> user and the change comment -c gives (required for add, replace and
*> delete). A delete is a version with no lines. A restore copies an older
*> version's lines in as the newest one, so the history still shows it.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>  the Free Software Foundation; either version 2, or (at your option)
01 libraryRecord.
    03 libraryKey.
        05 libraryMemberName    pic x(030).
        05 libraryVersion       pic 9(004).
        05 libraryLineNumber    pic 9(005).
    03 libraryLineText          pic x(255).
    *> Line zero of every version: who checked it in, when and why.
    03 libraryVersionHeader redefines libraryLineText.
        05 versionAction        pic x(001).
            88 versionIsALoad    value "L".
            88 versionIsAnAdd    value "A".
            88 versionIsAReplace value "R".
            88 versionIsADelete  value "D".
            88 versionIsARestore value "G".
        05 versionStamp         pic x(014).
        05 versionUser          pic x(032).
        05 versionLineCount     pic 9(005).
        05 versionComment       pic x(160).
        05 filler               pic x(043).

fd copybookSource.
01 copybookSourceLine           pic x(255).
        88 theMemberMatches     value 1     false 0.
    03 memberState              pic 9(001)  value zeros.
        88 theMemberExists      value 1     false 0.
    03 differenceState          pic 9(001)  value zeros.
        88 theVersionsDiffer    value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
        88 argumentIs-r         value "-r"  false spaces. *> Replace one member from its copybook file
        88 argumentIs-d         value "-d"  false spaces. *> Delete one member by name
        88 argumentIs-v         value "-v"  false spaces. *> Verify one member against its copybook file
        88 argumentIs-c         value "-c"  false spaces. *> The change comment for the version checked in
        88 argumentIs-h         value "-h"  false spaces. *> List one member's versions
        88 argumentIs-x         value "-x"  false spaces. *> Compare two versions of one member
        88 argumentIs-x-from    value "x1"  false spaces.
        88 argumentIs-x-to      value "x2"  false spaces.
        88 argumentIs-g         value "-g"  false spaces. *> Restore an earlier version of one member
        88 argumentIs-g-version value "g1"  false spaces.

01 operationControls.
    03 requestedOperation       pic x(001) value spaces.
        88 operationIsDelete    value "D".
        88 operationIsList      value "T".
        88 operationIsVerify    value "V".
        88 operationIsHistory   value "H".
        88 operationIsCompare   value "X".
        88 operationIsRestore   value "G".

01 libraryControls.
    03 libraryFileName          pic x(255)  value spaces.
    03 copybookSourceFileName   pic x(255)  value spaces.
    03 wantedMemberName         pic x(030)  value spaces.

*>------------------------------------------------------------------------------
*> Version bookkeeping: the member's last version as 32-find-current-version
*> finds it, the one being checked in, and the header fields it carries.
*>------------------------------------------------------------------------------
01 versionControls.
    03 currentVersion           pic 9(004)  value zeros.
    03 currentAction            pic x(001)  value spaces.
    03 currentLineCount         pic 9(005)  value zeros.
    03 newVersion               pic 9(004)  value zeros.
    03 newAction                pic x(001)  value spaces.
    03 newLineCount             pic 9(005)  value zeros.
    03 changeComment            pic x(160)  value spaces.
    03 checkInUser              pic x(032)  value spaces.
    03 checkInStamp             pic x(021)  value spaces.
    03 versionArgumentText      pic x(010)  value spaces.
    03 wantedVersion            pic 9(004)  value zeros.
    03 fromVersion              pic 9(004)  value zeros.
    03 toVersion                pic 9(004)  value zeros.
    03 fromLineCount            pic 9(005)  value zeros.
    03 toLineCount              pic 9(005)  value zeros.
    03 fromAction               pic x(001)  value spaces.
    03 toAction                 pic x(001)  value spaces.
    03 versionDisplay           pic zzz9    value zeros.
    03 otherVersionDisplay      pic zzz9    value zeros.
    03 actionWord               pic x(008)  value spaces.
    03 stampSource              pic x(014)  value spaces.
    03 stampDisplay             pic x(019)  value spaces.
    03 versionsListed           binary-short unsigned value zeros.

01 compareControls.
    03 compareLineNumber        pic 9(005)  value zeros.
    03 compareLastLine          pic 9(005)  value zeros.
    03 fromLineText             pic x(255)  value spaces.
    03 toLineText               pic x(255)  value spaces.
    03 fromLineFound            pic 9(001)  value zeros.
        88 fromLineIsThere      value 1     false 0.
    03 toLineFound              pic 9(001)  value zeros.
        88 toLineIsThere        value 1     false 0.
    03 linesDiffering           pic 9(005)  value zeros.

01 loadControls.
    03 loadListFileName         pic x(255)  value spaces.
    03 findCommandText          pic x(1200) value spaces.

01 listControls.
    03 listedMemberName         pic x(030) value spaces.
    03 listedMemberCount        binary-short unsigned value zeros.
    *> The last version header seen for the member being listed.
    03 listedVersion            pic 9(004) value zeros.
    03 listedAction             pic x(001) value spaces.
    03 listedStamp              pic x(014) value spaces.
    03 listedUser               pic x(032) value spaces.
    03 listedLineCount          pic 9(005) value zeros.

01 verifyControls.
    03 verifyLineNumber         pic 9(005) value zeros.
            when operationIsDelete  perform 5-delete-one-member
            when operationIsList    perform 6-list-the-members
            when operationIsVerify  perform 7-verify-one-member
            when operationIsHistory perform 8-show-member-history
            when operationIsCompare perform 8a-compare-two-versions
            when operationIsRestore perform 8b-restore-a-version
        end-evaluate
    end-if

    evaluate true
        when thereWasAnError
            move 12 to return-code
        when theVersionsDiffer
            move 4 to return-code
        when other
            move zeros to return-code
    end-evaluate

    stop run.

    end-if

    if libraryFileName = spaces or requestedOperation = spaces
       or ((operationIsHistory or operationIsCompare or operationIsRestore) and wantedMemberName = spaces)
       or (operationIsCompare and (fromVersion = zeros or toVersion = zeros))
       or (operationIsRestore and wantedVersion = zeros)
        move "(ERROR): PSQL1001E Usage: presqlLibrarian -f <library> -l <dir> | -a <file> -c <comment> | -r <file> -c <comment> | -d <member> -c <comment> | -t | -v <file> | -h <member> | -x <member> <v1> <v2> | -g <member> <version>" to logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    *> Every change to a member is checked in with a reason; a load is
    *> the one exception, since it names its own source directory.
    if (operationIsAdd or operationIsReplace or operationIsDelete)
       and changeComment = spaces
        move "(ERROR): PSQL1015E A change comment is required to add, replace or delete a member (-c <comment>)" to logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    *> Who and when, stamped on the version header checked in.
    display "USER" upon environment-name
    accept checkInUser from environment-value
    if checkInUser = spaces
        display "LOGNAME" upon environment-name
        accept checkInUser from environment-value
    end-if
    move function current-date to checkInStamp.

*>------------------------------------------------------------------------------
*> Read arguments from command-line and sets the proper running option
        when "-t" set operationIsList to true
        when "-v" set argumentIs-v to true
                  set operationIsVerify to true
        when "-c" set argumentIs-c to true
        when "-h" set argumentIs-h to true
                  set operationIsHistory to true
        when "-x" set argumentIs-x to true
                  set operationIsCompare to true
        when "-g" set argumentIs-g to true
                  set operationIsRestore to true
        when other
            evaluate true
                when argumentIs-f
                when argumentIs-v
                    move argumentText to copybookSourceFileName
                    set argumentIs-v to false
                when argumentIs-c
                    move argumentText to changeComment
                    set argumentIs-c to false
                when argumentIs-h
                    move argumentText(1:30) to wantedMemberName
                    set argumentIs-h to false
                when argumentIs-x
                    move argumentText(1:30) to wantedMemberName
                    set argumentIs-x-from to true
                when argumentIs-x-from
                    perform 12-take-version-argument
                    move wantedVersion to fromVersion
                    set argumentIs-x-to to true
                when argumentIs-x-to
                    perform 12-take-version-argument
                    move wantedVersion to toVersion
                    set argumentIs-x-to to false
                when argumentIs-g
                    move argumentText(1:30) to wantedMemberName
                    set argumentIs-g-version to true
                when argumentIs-g-version
                    perform 12-take-version-argument
                    set argumentIs-g-version to false
                when other
                    string "(ERROR): PSQL1002E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
            end-evaluate
    end-evaluate.

*>------------------------------------------------------------------------------
*> A version number argument of -x or -g, into wantedVersion.
*>------------------------------------------------------------------------------
12-take-version-argument.

    move zeros to wantedVersion
    move argumentText to versionArgumentText
    if argumentText(11:) not = spaces or versionArgumentText = spaces
       or test-numval(versionArgumentText) not = zeros
        string "(ERROR): PSQL1016E Version " trim(argumentText) " is not a version number" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    move numval(versionArgumentText) to wantedVersion.

*>------------------------------------------------------------------------------
*> Load mode rebuilds the library from scratch out of every copybook found
*> under the directory tree, each as its version 1. The tree walk goes
*> through the shell's own find, the same way presql already leans on the
*> platform for fork and sleep, writing the matching paths into a scratch
*> list that is read back and removed again afterwards.
*>------------------------------------------------------------------------------
2-load-directory-tree.

        exit paragraph
    end-if

    *> A fresh build: whatever the library held before is gone, history
    *> included, which is the point of a load - the tree is the truth.
    open output copybookLibrary
    if libraryFileStatus not = "00"
        string "(ERROR): PSQL1005E Creating library " trim(libraryFileName) " failed with file-status " libraryFileStatus delimited by size into logText
        exit paragraph
    end-if

    move 1 to newVersion
    move "L" to newAction
    if changeComment = spaces
        string "Loaded from " trim(loadDirectoryName) delimited by size into changeComment
    end-if

    open input loadListFile
    if loadListFileStatus = "00"
        read loadListFile next record at end set loadListEof to true end-read
    move sourceBaseName(1:30) to wantedMemberName.

*>------------------------------------------------------------------------------
*> Checks in one member's copybook file as version newVersion of the
*> already open library: the header record first, then the lines numbered
*> from one the way 2213-try-copybook-library in presqlIncludes expects to
*> read them back.
*>------------------------------------------------------------------------------
22-write-member-records.

    perform 23-count-source-lines
    if thereWasAnError
        exit paragraph
    end-if

    perform 24-write-version-header
    if thereWasAnError
        exit paragraph
    end-if

    open input copybookSource
    move zeros to sourceLineNumber
    move zeros to linesWritten
    read copybookSource next record at end set copybookSourceEof to true end-read
        add 1 to sourceLineNumber
        move spaces to libraryRecord
        move wantedMemberName to libraryMemberName
        move newVersion to libraryVersion
        move sourceLineNumber to libraryLineNumber
        move copybookSourceLine to libraryLineText
        write libraryRecord
    set copybookSourceEof to false.

*>------------------------------------------------------------------------------
*> The copybook file's line count, which the version header carries and
*> which has to be known before the header is written ahead of the lines.
*>------------------------------------------------------------------------------
23-count-source-lines.

    open input copybookSource
    if copybookSourceFileStatus not = "00"
        string "(ERROR): PSQL1006E Opening copybook " trim(copybookSourceFileName) " failed with file-status " copybookSourceFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move zeros to newLineCount
    read copybookSource next record at end set copybookSourceEof to true end-read
    perform until copybookSourceEof
        add 1 to newLineCount
        read copybookSource next record at end set copybookSourceEof to true end-read
    end-perform
    close copybookSource
    set copybookSourceEof to false.

*>------------------------------------------------------------------------------
*> Writes the line-zero header of version newVersion: the action, the
*> check-in timestamp and user, the line count and the change comment.
*>------------------------------------------------------------------------------
24-write-version-header.

    move spaces to libraryRecord
    move wantedMemberName to libraryMemberName
    move newVersion to libraryVersion
    move zeros to libraryLineNumber
    move newAction to versionAction
    move checkInStamp(1:14) to versionStamp
    move checkInUser to versionUser
    move newLineCount to versionLineCount
    move changeComment to versionComment
    write libraryRecord
        invalid key
            move newVersion to versionDisplay
            string "(ERROR): PSQL1017E Checking in version " trim(versionDisplay) " of member " trim(wantedMemberName) " failed with file-status " libraryFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
    end-write.

*>------------------------------------------------------------------------------
*> Add mode: the member must not be in the library yet (or its last version
*> must be a delete); anything else is a replace, and a silent overwrite
*> would hide that two source files map to the same member name.
*>------------------------------------------------------------------------------
3-add-one-member.

        exit paragraph
    end-if

    perform 32-find-current-version
    if theMemberExists
        string "(ERROR): PSQL1008E Member " trim(wantedMemberName) " is already in the library; use -r to replace it" delimited by size into logText
        perform 90-write-log
        exit paragraph
    end-if

    perform 33-take-next-version
    if thereWasAnError
        close copybookLibrary
        exit paragraph
    end-if

    move "A" to newAction
    perform 22-write-member-records
    close copybookLibrary
    if not thereWasAnError
        move newVersion to versionDisplay
        move newLineCount to linesDisplay
        string "(info): Added member " trim(wantedMemberName) " version " trim(versionDisplay) " (" trim(linesDisplay) " lines)" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Replace mode: the file is checked in as the member's next version; the
*> versions before it stay where they are, for -h, -x and -g.
*>------------------------------------------------------------------------------
4-replace-one-member.

        exit paragraph
    end-if

    perform 32-find-current-version
    if not theMemberExists
        string "(ERROR): PSQL1009E Member " trim(wantedMemberName) " is not in the library" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close copybookLibrary
        exit paragraph
    end-if

    perform 33-take-next-version
    if thereWasAnError
        close copybookLibrary
        exit paragraph
    end-if

    move "R" to newAction
    perform 22-write-member-records
    close copybookLibrary
    if not thereWasAnError
        move newVersion to versionDisplay
        move newLineCount to linesDisplay
        string "(info): Replaced member " trim(wantedMemberName) " with version " trim(versionDisplay) " (" trim(linesDisplay) " lines)" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Delete mode: checks in a version with no lines, so the member stops
*> resolving but its history stays.
*>------------------------------------------------------------------------------
5-delete-one-member.

        exit paragraph
    end-if

    perform 32-find-current-version
    if not theMemberExists
        string "(ERROR): PSQL1009E Member " trim(wantedMemberName) " is not in the library" delimited by size into logText
        perform 90-write-log
        exit paragraph
    end-if

    perform 33-take-next-version
    if thereWasAnError
        close copybookLibrary
        exit paragraph
    end-if

    move "D" to newAction
    move zeros to newLineCount
    perform 24-write-version-header
    close copybookLibrary
    if not thereWasAnError
        move newVersion to versionDisplay
        string "(info): Deleted member " trim(wantedMemberName) " (version " trim(versionDisplay) ")" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Opens the library for record-level maintenance, with the not-found case
    end-if.

*>------------------------------------------------------------------------------
*> Walks wantedMemberName's version headers, hopping from each header
*> straight to the next version's instead of reading the lines in between,
*> and keeps the last one. The member exists when there is one and it is
*> not a delete.
*>------------------------------------------------------------------------------
32-find-current-version.

    set theMemberExists to false
    move zeros to currentVersion
    move spaces to currentAction
    move zeros to currentLineCount

    move spaces to libraryKey
    move wantedMemberName to libraryMemberName
    move zeros to libraryVersion
    move zeros to libraryLineNumber
    start copybookLibrary key >= libraryKey
        invalid key

    read copybookLibrary next record at end set libraryEof to true end-read
    perform until libraryEof or libraryMemberName not = wantedMemberName
        if libraryLineNumber = zeros
            move libraryVersion to currentVersion
            move versionAction to currentAction
            move versionLineCount to currentLineCount
        end-if
        if libraryVersion >= 9999
            exit perform
        end-if
        add 1 to libraryVersion
        move zeros to libraryLineNumber
        start copybookLibrary key >= libraryKey
            invalid key set libraryEof to true
        end-start
        if not libraryEof
            read copybookLibrary next record at end set libraryEof to true end-read
        end-if
    end-perform
    move spaces to libraryFileStatus

    if currentVersion > zeros and currentAction not = "D"
        set theMemberExists to true
    end-if.

*>------------------------------------------------------------------------------
*> The number the next version of the member is checked in under.
*>------------------------------------------------------------------------------
33-take-next-version.

    if currentVersion >= 9999
        string "(ERROR): PSQL1018E Member " trim(wantedMemberName) " has no version numbers left" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    compute newVersion = currentVersion + 1.

*>------------------------------------------------------------------------------
*> Opens the library for the read-only modes, with the not-found case named
*> the same way 31-open-library-for-update does.
*>------------------------------------------------------------------------------
34-open-library-for-reading.

    open input copybookLibrary
    if libraryNotFound
        string "(ERROR): PSQL1011E Opening library " trim(libraryFileName) " failed with file-status " libraryFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> Reads the header record of version wantedVersion of wantedMemberName.
*>------------------------------------------------------------------------------
35-read-version-header.

    move spaces to libraryKey
    move wantedMemberName to libraryMemberName
    move wantedVersion to libraryVersion
    move zeros to libraryLineNumber
    read copybookLibrary key is libraryKey
        invalid key
            move wantedVersion to versionDisplay
            string "(ERROR): PSQL1019E Member " trim(wantedMemberName) " has no version " trim(versionDisplay) delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
    end-read.

*>------------------------------------------------------------------------------
*> List mode: one line per member with its latest version, read out of a
*> single sequential pass (records group by member in key order, and a
*> member's last header is its latest version).
*>------------------------------------------------------------------------------
6-list-the-members.

    perform 34-open-library-for-reading
    if thereWasAnError
        exit paragraph
    end-if

    display "Members of copybook library " trim(libraryFileName)

    move spaces to listedMemberName
    read copybookLibrary next record at end set libraryEof to true end-read
    perform until libraryEof
        if libraryMemberName not = listedMemberName
            perform 61-report-one-member
            move libraryMemberName to listedMemberName
        end-if
        if libraryLineNumber = zeros
            move libraryVersion to listedVersion
            move versionAction to listedAction
            move versionStamp to listedStamp
            move versionUser to listedUser
            move versionLineCount to listedLineCount
        end-if
        read copybookLibrary next record at end set libraryEof to true end-read
    end-perform
    perform 61-report-one-member

*>------------------------------------------------------------------------------
*> One member line of the listing; nothing for the empty name the pass
*> starts on. A member whose latest version is a delete is shown as such.
*>------------------------------------------------------------------------------
61-report-one-member.

    if listedMemberName not = spaces
        add 1 to listedMemberCount
        move listedVersion to versionDisplay
        move listedStamp to stampSource
        perform 83-format-stamp
        if listedAction = "D"
            display "    " trim(listedMemberName) "  deleted  version " trim(versionDisplay) "  " stampDisplay "  " trim(listedUser)
        else
            move listedLineCount to linesDisplay
            display "    " trim(listedMemberName) "  " trim(linesDisplay) " lines  version " trim(versionDisplay) "  " stampDisplay "  " trim(listedUser)
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> Verify mode: the member's latest version against the source file it came
*> from, line by line; the first difference (or a length mismatch either
*> way) fails the run so a script can chain -v after a deploy.
*>------------------------------------------------------------------------------
7-verify-one-member.

        exit paragraph
    end-if

    perform 32-find-current-version
    if not theMemberExists
        string "(ERROR): PSQL1009E Member " trim(wantedMemberName) " is not in the library" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close copybookLibrary
        exit paragraph
    end-if

    open input copybookSource
    if copybookSourceFileStatus not = "00"
        string "(ERROR): PSQL1006E Opening copybook " trim(copybookSourceFileName) " failed with file-status " copybookSourceFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close copybookLibrary
        exit paragraph
    end-if

    set theMemberMatches to true
    move zeros to verifyLineNumber
    read copybookSource next record at end set copybookSourceEof to true end-read
    perform until copybookSourceEof or not theMemberMatches
        add 1 to verifyLineNumber
        if verifyLineNumber > currentLineCount
            move verifyLineNumber to verifyLineDisplay
            string "(ERROR): PSQL1013E Member " trim(wantedMemberName) " ends before line " trim(verifyLineDisplay) " of " trim(copybookSourceFileName) delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit perform
        end-if
        move spaces to libraryKey
        move wantedMemberName to libraryMemberName
        move currentVersion to libraryVersion
        move verifyLineNumber to libraryLineNumber
        read copybookLibrary key is libraryKey
            invalid key move spaces to libraryLineText
        end-read
        if libraryLineText not = copybookSourceLine
            move verifyLineNumber to verifyLineDisplay
            string "(ERROR): PSQL1014E Member " trim(wantedMemberName) " differs from " trim(copybookSourceFileName) " at line " trim(verifyLineDisplay) delimited by size into logText
            set thereWasAnError to true
            exit perform
        end-if
        read copybookSource next record at end set copybookSourceEof to true end-read
    end-perform

    if theMemberMatches and verifyLineNumber < currentLineCount
        string "(ERROR): PSQL1012E Member " trim(wantedMemberName) " holds more lines than " trim(copybookSourceFileName) delimited by size into logText
        perform 90-write-log
        set theMemberMatches to false
        set thereWasAnError to true
    end-if

    close copybookSource
    close copybookLibrary

        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> History mode: every version of one member, oldest first, with who
*> checked it in, when, and why.
*>------------------------------------------------------------------------------
8-show-member-history.

    perform 34-open-library-for-reading
    if thereWasAnError
        exit paragraph
    end-if

    display "Versions of member " trim(wantedMemberName) " in copybook library " trim(libraryFileName)

    move zeros to versionsListed
    move spaces to libraryKey
    move wantedMemberName to libraryMemberName
    move zeros to libraryVersion
    move zeros to libraryLineNumber
    start copybookLibrary key >= libraryKey
        invalid key set libraryEof to true
    end-start
    if not libraryEof
        read copybookLibrary next record at end set libraryEof to true end-read
    end-if
    perform until libraryEof or libraryMemberName not = wantedMemberName
        if libraryLineNumber = zeros
            perform 81-show-version-header
        end-if
        read copybookLibrary next record at end set libraryEof to true end-read
    end-perform
    close copybookLibrary

    if versionsListed = zeros
        string "(ERROR): PSQL1009E Member " trim(wantedMemberName) " is not in the library" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> One line of the history for the header record in hand.
*>------------------------------------------------------------------------------
81-show-version-header.

    add 1 to versionsListed
    move libraryVersion to versionDisplay
    perform 82-name-the-action
    move versionStamp to stampSource
    perform 83-format-stamp
    move versionLineCount to linesDisplay
    display "    version " versionDisplay "  " actionWord "  " stampDisplay "  " linesDisplay " lines  " trim(versionUser) "  " trim(versionComment).

*>------------------------------------------------------------------------------
*> The header's action code as a word for the history.
*>------------------------------------------------------------------------------
82-name-the-action.

    evaluate true
        when versionIsALoad    move "loaded"   to actionWord
        when versionIsAnAdd    move "added"    to actionWord
        when versionIsAReplace move "replaced" to actionWord
        when versionIsADelete  move "deleted"  to actionWord
        when versionIsARestore move "restored" to actionWord
        when other             move versionAction to actionWord
    end-evaluate.

*>------------------------------------------------------------------------------
*> A yyyymmddhhmmss check-in stamp as yyyy-mm-dd hh:mm:ss.
*>------------------------------------------------------------------------------
83-format-stamp.

    move spaces to stampDisplay
    string stampSource(1:4) "-" stampSource(5:2) "-" stampSource(7:2) " "
           stampSource(9:2) ":" stampSource(11:2) ":" stampSource(13:2)
           delimited by size into stampDisplay.

*>------------------------------------------------------------------------------
*> Compare mode: two versions of one member line by line, by position;
*> each line that differs is shown from both sides (< the first version
*> named, > the second), and a line only one side has is shown from that
*> side alone. Versions that differ end the run with return code 4.
*>------------------------------------------------------------------------------
8a-compare-two-versions.

    perform 34-open-library-for-reading
    if thereWasAnError
        exit paragraph
    end-if

    move fromVersion to wantedVersion
    perform 35-read-version-header
    if thereWasAnError
        close copybookLibrary
        exit paragraph
    end-if
    move versionLineCount to fromLineCount

    move toVersion to wantedVersion
    perform 35-read-version-header
    if thereWasAnError
        close copybookLibrary
        exit paragraph
    end-if
    move versionLineCount to toLineCount

    move fromVersion to versionDisplay
    move toVersion to otherVersionDisplay
    display "Comparing member " trim(wantedMemberName) ": < version " trim(versionDisplay) ", > version " trim(otherVersionDisplay)

    if fromLineCount > toLineCount
        move fromLineCount to compareLastLine
    else
        move toLineCount to compareLastLine
    end-if
    move zeros to linesDiffering
    perform 84-compare-one-line
        varying compareLineNumber from 1 by 1
          until compareLineNumber > compareLastLine
    close copybookLibrary

    if linesDiffering = zeros
        string "(info): Versions " trim(versionDisplay) " and " trim(otherVersionDisplay) " of member " trim(wantedMemberName) " are identical" delimited by size into logText
    else
        set theVersionsDiffer to true
        move linesDiffering to linesDisplay
        string "(info): Versions " trim(versionDisplay) " and " trim(otherVersionDisplay) " of member " trim(wantedMemberName) " differ at " trim(linesDisplay) " lines" delimited by size into logText
    end-if
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> Line compareLineNumber of both versions, shown when they differ.
*>------------------------------------------------------------------------------
84-compare-one-line.

    set fromLineIsThere to false
    move spaces to fromLineText
    if compareLineNumber <= fromLineCount
        move spaces to libraryKey
        move wantedMemberName to libraryMemberName
        move fromVersion to libraryVersion
        move compareLineNumber to libraryLineNumber
        read copybookLibrary key is libraryKey
            invalid key
                continue
            not invalid key
                set fromLineIsThere to true
                move libraryLineText to fromLineText
        end-read
    end-if

    set toLineIsThere to false
    move spaces to toLineText
    if compareLineNumber <= toLineCount
        move spaces to libraryKey
        move wantedMemberName to libraryMemberName
        move toVersion to libraryVersion
        move compareLineNumber to libraryLineNumber
        read copybookLibrary key is libraryKey
            invalid key
                continue
            not invalid key
                set toLineIsThere to true
                move libraryLineText to toLineText
        end-read
    end-if

    if fromLineFound = toLineFound and fromLineText = toLineText
        exit paragraph
    end-if

    add 1 to linesDiffering
    move compareLineNumber to linesDisplay
    display "Line " trim(linesDisplay)
    if fromLineIsThere
        display "  < " trim(fromLineText trailing)
    end-if
    if toLineIsThere
        display "  > " trim(toLineText trailing)
    end-if.

*>------------------------------------------------------------------------------
*> Restore mode: an older version's lines are checked in again as the
*> member's newest version, which also brings a deleted member back.
*>------------------------------------------------------------------------------
8b-restore-a-version.

    perform 31-open-library-for-update
    if thereWasAnError
        exit paragraph
    end-if

    perform 35-read-version-header
    if thereWasAnError
        close copybookLibrary
        exit paragraph
    end-if
    if versionIsADelete
        move wantedVersion to versionDisplay
        string "(ERROR): PSQL1020E Version " trim(versionDisplay) " of member " trim(wantedMemberName) " is a delete; there is nothing to restore" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close copybookLibrary
        exit paragraph
    end-if
    move versionLineCount to newLineCount

    perform 32-find-current-version
    perform 33-take-next-version
    if thereWasAnError
        close copybookLibrary
        exit paragraph
    end-if

    move "G" to newAction
    if changeComment = spaces
        move wantedVersion to versionDisplay
        string "Restored from version " trim(versionDisplay) delimited by size into changeComment
    end-if
    perform 24-write-version-header
    perform 85-copy-one-line
        varying compareLineNumber from 1 by 1
          until compareLineNumber > newLineCount or thereWasAnError
    close copybookLibrary

    if not thereWasAnError
        move wantedVersion to versionDisplay
        move newVersion to otherVersionDisplay
        move newLineCount to linesDisplay
        string "(info): Restored version " trim(versionDisplay) " of member " trim(wantedMemberName) " as version " trim(otherVersionDisplay) " (" trim(linesDisplay) " lines)" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Copies line compareLineNumber of the restored version into the new one.
*>------------------------------------------------------------------------------
85-copy-one-line.

    move spaces to libraryKey
    move wantedMemberName to libraryMemberName
    move wantedVersion to libraryVersion
    move compareLineNumber to libraryLineNumber
    read copybookLibrary key is libraryKey
        invalid key move spaces to libraryLineText
    end-read

    move wantedMemberName to libraryMemberName
    move newVersion to libraryVersion
    move compareLineNumber to libraryLineNumber
    write libraryRecord
        invalid key
            string "(ERROR): PSQL1007E Writing member " trim(wantedMemberName) " line " libraryLineNumber " failed (duplicate member?)" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
    end-write.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlDclgen this program runs standalone
*> from the command line, so there is no -l run log to append to.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.

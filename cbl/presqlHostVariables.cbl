    03 lobState                 pic 9(001) value zeros.
        88 groupIsALob          value 1    false 0.

*>------------------------------------------------------------------------------
*> Date/time formats: presqlIncludes takes each "SQL FORMAT IS kind
*> 'mask'" clause off its declaration and leaves a #presqlDateFormat tag
*> right before the item. The tag is kept with the index the item is
*> about to get, so each program unit writes only its own formats.
*>------------------------------------------------------------------------------
01 dateFormatControls.
    03 dateFormatCount          binary-short unsigned value zeros.
    03 dateFormatMax            binary-short unsigned value 50.
    03 dateFormatEntry          occurs 50.
        05 dateFormatVariable   binary-short unsigned.
        05 dateFormatName       pic x(030).
        05 dateFormatKind       pic x(009).
        05 dateFormatMask       pic x(040).
    03 dateFormatIndex          binary-short unsigned value zeros.
    03 dateFormatWordNumber     binary-short unsigned value zeros.
    03 dateFormatPrefix         pic x(255) value spaces.

01 hostGroupStack.
    03 groupStackDepth          binary-short unsigned value zeros.
    03 groupStackMax            binary-short unsigned value 10.
    03 groupStackSlot           binary-short unsigned occurs 10.
    03 groupStackIndex          binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> A source holding several programs (nested or batch-compiled) arrives
*> with a #presqlProgram tag at each PROGRAM-ID. Each unit's variables
*> and groups are a slice of the tables above, starting at the entries
*> recorded here, and duplicates are only looked for within the unit.
*> The copybook then carries one #presqlProgram section per unit.
*>------------------------------------------------------------------------------
01 programUnitControls.
    03 programUnitCount         binary-short unsigned value zeros.
    03 programUnitMax           binary-short unsigned value 50.
    03 programUnitEntry occurs 50.
        05 programUnitName      pic x(030).
        05 unitFirstVariable    binary-short unsigned.
        05 unitFirstGroup       binary-short unsigned.
    03 programUnitIndex         binary-short unsigned value zeros.
    03 programTagWordNumber     binary-short unsigned value zeros.
    03 writeFirstVariable       binary-short unsigned value zeros.
    03 writeLastVariable        binary-short unsigned value zeros.
    03 writeFirstGroup          binary-short unsigned value zeros.
    03 writeLastGroup           binary-short unsigned value zeros.
    03 duplicateScanStart       binary-short unsigned value 1.
    03 memberOrdinal            binary-short unsigned value zeros.

01 hostVarsControls.
    03 hostVarsFileName         pic x(255) value spaces.
    03 hostVarsFileStatus       pic x(002) value spaces.
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

01 thisProgramResults.
    03 hostVariablesFileName    pic x(255)  value spaces.
                    else
                        if getWordNumber(inputSourceLine, "#presqlLob") > zeros
                            perform 23-register-lob-tag
                        else
                        if getWordNumber(inputSourceLine, "#presqlDateFormat") > zeros
                            perform 23a-register-date-format-tag
                        else
                            if getWordNumber(inputSourceLine, "#presqlProgram") > zeros and
                               programUnitsInSource > 1
                                perform 24-start-program-unit
                            end-if
                        end-if
                        end-if
                    end-if
                end-if
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> A #presqlProgram tag opens the next program unit: its variables and
*> groups start at the next free table entries, and nothing declared by
*> an earlier unit is visible to it.
*>------------------------------------------------------------------------------
24-start-program-unit.

    if programUnitCount >= programUnitMax
        exit paragraph
    end-if
    add 1 to programUnitCount
    add 1 to getWordNumber(inputSourceLine, "#presqlProgram") giving programTagWordNumber
    move getWord(inputSourceLine, programTagWordNumber) to programUnitName(programUnitCount)
    add 1 to hostVariableCount giving unitFirstVariable(programUnitCount)
    add 1 to hostGroupCount giving unitFirstGroup(programUnitCount)
    move unitFirstVariable(programUnitCount) to duplicateScanStart
    move zeros to groupStackDepth
    set insideDeclareSection to false
    set insideBuiltinsBlock to false.

*>------------------------------------------------------------------------------
*> One #presqlLob tag line ("#presqlLob name KIND length") into the LOB
*> table, so the generated pair that follows it is carried as a large
    add 1 to lobWordNumber
    move numval(getWord(inputSourceLine, lobWordNumber)) to lobDeclaredLength(lobCount).

*>------------------------------------------------------------------------------
*> One #presqlDateFormat tag line ("#presqlDateFormat name KIND 'mask'")
*> into the format table; the mask is taken between its quotes, since
*> it may hold spaces.
*>------------------------------------------------------------------------------
23a-register-date-format-tag.

    if dateFormatCount >= dateFormatMax
        exit paragraph
    end-if
    add 1 to dateFormatCount
    add 1 to hostVariableCount giving dateFormatVariable(dateFormatCount)
    add 1 to getWordNumber(inputSourceLine, "#presqlDateFormat") giving dateFormatWordNumber
    move getWord(inputSourceLine, dateFormatWordNumber) to dateFormatName(dateFormatCount)
    add 1 to dateFormatWordNumber
    move getWord(inputSourceLine, dateFormatWordNumber) to dateFormatKind(dateFormatCount)
    move spaces to dateFormatMask(dateFormatCount)
    unstring inputSourceLine delimited by "'"
        into dateFormatPrefix dateFormatMask(dateFormatCount)
    end-unstring.

*>------------------------------------------------------------------------------
*> The group hostGroupIndex points at is a registered LOB when its name is
*> in the tag table presqlIncludes left behind.
*>------------------------------------------------------------------------------
22-check-for-duplicate-name.

    perform varying duplicateScanIndex from duplicateScanStart by 1
              until duplicateScanIndex >= hostVariableCount
        if function lower-case(trim(hostVariableName(duplicateScanIndex))) = function lower-case(trim(tmpWord))
            if hostVariableDupFlag(duplicateScanIndex) = zeros
    move "       01  presqlHostVariables." to hostVarsLine
    write hostVarsLine

    *> A source holding several programs gets one section per program,
    *> each opened by its #presqlProgram line, so a later step can load
    *> just the unit it is working on.
    if programUnitCount > 1
        perform varying programUnitIndex from 1 by 1 until programUnitIndex > programUnitCount
            move unitFirstVariable(programUnitIndex) to writeFirstVariable
            move unitFirstGroup(programUnitIndex) to writeFirstGroup
            if programUnitIndex < programUnitCount
                subtract 1 from unitFirstVariable(programUnitIndex + 1) giving writeLastVariable
                subtract 1 from unitFirstGroup(programUnitIndex + 1) giving writeLastGroup
            else
                move hostVariableCount to writeLastVariable
                move hostGroupCount to writeLastGroup
            end-if
            move spaces to hostVarsLine
            string "      *> #presqlProgram " trim(programUnitName(programUnitIndex)) delimited by size into hostVarsLine
            write hostVarsLine
            perform 271-write-unit-entries
        end-perform
    else
        move 1 to writeFirstVariable
        move hostVariableCount to writeLastVariable
        move 1 to writeFirstGroup
        move hostGroupCount to writeLastGroup
        perform 271-write-unit-entries
    end-if

    close hostVarsFile.
    if runningModeIsVerbose
        string " (info): Wrote host variable copybook to " trim(hostVarsFileName) delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> The "03" lines and the tag lines for one program unit's slice of the
*> tables (the whole tables when the source holds a single program).
*>------------------------------------------------------------------------------
271-write-unit-entries.

    perform varying hostVariableIndex from writeFirstVariable by 1 until hostVariableIndex > writeLastVariable
        move spaces to hostVarsLine
        string "           03  " trim(hostVariableName(hostVariableIndex)) "  " trim(hostVariablePicture(hostVariableIndex)) "." delimited by size into hostVarsLine
        write hostVarsLine
    end-perform

    perform varying hostVariableIndex from writeFirstVariable by 1 until hostVariableIndex > writeLastVariable
        if hostVariableDupFlag(hostVariableIndex) = 1
            move spaces to hostVarsLine
            string "      *> #presqlDuplicate " trim(hostVariableName(hostVariableIndex)) delimited by size into hostVarsLine
        end-if
    end-perform

    perform varying dateFormatIndex from 1 by 1 until dateFormatIndex > dateFormatCount
        if dateFormatVariable(dateFormatIndex) >= writeFirstVariable and
           dateFormatVariable(dateFormatIndex) <= writeLastVariable
            move spaces to hostVarsLine
            string "      *> #presqlDateFormat " trim(dateFormatName(dateFormatIndex)) " " trim(dateFormatKind(dateFormatIndex)) " '" trim(dateFormatMask(dateFormatIndex), trailing) "'" delimited by size into hostVarsLine
            write hostVarsLine
        end-if
    end-perform

    *> Machine-readable group metadata rides along as comment lines, one
    *> line per group plus one per member in declaration order, so the
    *> later pipeline steps can accept a ":group" reference and expand it
    *> into its elementary fields at bind time.
    perform varying hostGroupIndex from writeFirstGroup by 1 until hostGroupIndex > writeLastGroup
        perform 29-check-for-lob-group
        if groupIsALob
            move lobDeclaredLength(lobIndex) to lobLengthDisplay
            perform varying hostGroupMemberIndex from 1 by 1
                      until hostGroupMemberIndex > hostGroupMemberCount(hostGroupIndex)
                move spaces to hostVarsLine
                *> The ordinal counts the unit's own "03" lines.
                compute memberOrdinal = hostGroupMemberVarIndex(hostGroupIndex hostGroupMemberIndex) - writeFirstVariable + 1
                move memberOrdinal to logNumericDisplay
                string "      *> #presqlGroupMember " trim(hostGroupName(hostGroupIndex)) " " trim(hostGroupMemberName(hostGroupIndex hostGroupMemberIndex)) " " trim(logNumericDisplay) delimited by size into hostVarsLine
                write hostVarsLine
            end-perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The group hostGroupIndex points at is a VARCHAR when it holds exactly
    *> The text item is the second of the pair; its picture was recorded
    *> when the elementary item was registered.
    move spaces to varcharPicture
    perform varying varcharMemberIndex from writeFirstVariable by 1 until varcharMemberIndex > writeLastVariable
        if trim(hostVariableName(varcharMemberIndex)) = trim(hostGroupMemberName(hostGroupIndex 2))
            move hostVariablePicture(varcharMemberIndex) to varcharPicture
            exit perform
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition

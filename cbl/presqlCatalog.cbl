*>     column balance   numeric 9  2
*> Each "column" line belongs to the most recent "table" line above it. The
*> type, length and scale columns are carried along for the host-variable
*> type-compatibility checks. A column line may end in a sensitivity
*> classification (pii, pci or confidential) and the word "restricted":
*>     column card-no   char    16 pci restricted
*> Every reference to a classified column is carried into the where-used
*> index for the privacy audit, and a restricted column touched by a
*> program missing from the -P approved-program list fails the member.
*>
*> A table line may carry the table's row estimate, and its column lines
*> may be followed by its index definitions, each index's key columns in
*> key order (presqlCatalogExtract writes both from the live database):
*>     table  customers rows 1200000
*>     index  customers_pk unique cust-id
*>     index  customers_name name branch
*> With those in the catalog each statement's WHERE and JOIN ... ON
*> predicates are checked offline against the indexes of the large tables
*> it reads (PRESQL_EXPLAIN_ROWS rows or more, 100000 when not set, the
*> same threshold presqlValidate's plan capture uses; a table carrying
*> indexes but no estimate counts as large): a statement with no usable
*> predicate on the leading column of any of a table's indexes is warned,
*> and so is a predicate that defeats an index - a function or arithmetic
*> applied to an indexed column, or a LIKE pattern starting with a
*> wildcard. Every finding names the indexes considered.
*>
*> A catalog of thousands of tables is informed in its indexed form
*> instead, as presqlCatalogIndex builds it from the line-sequential one:
*> nothing is loaded up front, and each table is read by key the first
*> time the program references it.
*>
*> A work table the program declares for itself (DECLARE GLOBAL TEMPORARY
*> TABLE, CREATE TABLE) joins the catalog for the rest of the program, from
*> its column list or from the table it is LIKE, and its references go to
*> the where-used index flagged as work-table usage. CREATE INDEX, DROP
*> TABLE and TRUNCATE are checked against the catalog like any statement.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
    organization is line sequential
    file status is catalogFileStatus.

    *> The same -g catalog in the indexed form presqlCatalogIndex builds,
    *> tried first: a file that does not open as indexed is read as the
    *> line-sequential catalog instead.
    select indexedCatalog assign to catalogFileName
    organization is indexed
    access mode is dynamic
    record key is indexedCatalogKey
    file status is indexedCatalogFileStatus.

    *> The expanded source itself (the .presql.step2 file), scanned for
    *> the EXEC SQL DECLARE TABLE blocks the earlier steps commented out:
    *> programs migrated from the mainframe carry their tables' shapes
    record key is whereUsedKey
    file status is whereUsedFileStatus.

    *> One line per program unit of a source holding several programs
    *> (its PROGRAM-ID and first and last statement numbers), written by
    *> presqlStatements; a single-program source has none.
    select programUnitsFile assign to programUnitsFileName
    organization is line sequential
    file status is programUnitsFileStatus.

    *> The approved-program list for restricted columns (-P).
    select approvedFile assign to approvedProgramsFileName
    organization is line sequential
    file status is approvedFileStatus.

    *> The what-if impact report presql names when a proposed catalog is
    *> checked with -W: every finding that would break the program under
    *> the proposed schema is appended to it, one line per finding.
    select impactFile assign to impactReportFileName
    organization is line sequential
    file status is impactFileStatus.

    *> With -F, one line per host variable a statement binds to a
    *> classified or restricted column ("statement name"), so the
    *> translation can mask its value in the failure journal.
    select maskedBindingsFile assign to maskedBindingsFileName
    organization is line sequential
    file status is maskedBindingsFileStatus.

*>===============================================================================
data division.
*>===============================================================================
fd catalogFile.
01 catalogLine                  pic x(255).

*> Keyed by table, entry kind and entry name: a T entry per table with its
*> column count, and per column a C entry by name and a P entry by its
*> five-digit position, the P entries giving the catalog's column order.
fd indexedCatalog.
01 indexedCatalogRecord.
    03 indexedCatalogKey.
        05 indexedTableName     pic x(064).
        05 indexedEntryKind     pic x(001).
        05 indexedEntryName     pic x(064).
    03 indexedColumnName        pic x(064).
    *> A T entry carries the table's row estimate where a column entry
    *> carries the column name, and an I entry (one per index, keyed by
    *> the index name) its unique flag and key columns by position.
    03 indexedTableFacts redefines indexedColumnName.
        05 indexedTableRows     pic x(015).
        05 filler               pic x(049).
    03 indexedIndexFacts redefines indexedColumnName.
        05 indexedIndexUnique   pic x(001).
        05 indexedIndexKeyCount pic 9(002).
        05 indexedIndexKeyPosition pic 9(005) occurs 12.
        05 filler               pic x(001).
    03 indexedColumnType        pic x(010).
    03 indexedColumnLength      pic 9(005).
    03 indexedColumnScale       pic 9(003).
    03 indexedColumnClass       pic x(012).
    03 indexedColumnRestricted  pic x(001).
    03 indexedColumnPosition    pic 9(005).
    03 indexedColumnCount       pic 9(005).

fd declareSource.
01 declareSourceLine            pic x(255).

        05 whereUsedProgramName pic x(255).
    03 whereUsedStatements      pic x(120).
    03 whereUsedAccessFlag      pic x(001).
    *> The create/read/update/delete split of the access flag, one
    *> position each ("C", "R", "U", "D" or a space), for the CRUD matrix.
    03 whereUsedCrudFlags       pic x(004).
    *> The referenced column's catalog classification (pii, pci,
    *> confidential), "R" when it is restricted, and "E" when the program
    *> exports it - reads it into another table through INSERT or MERGE.
    03 whereUsedSensitivity     pic x(012).
    03 whereUsedRestrictedFlag  pic x(001).
    03 whereUsedExportFlag      pic x(001).
    *> "T" when the table is a work table the program declares itself.
    03 whereUsedWorkTableFlag   pic x(001).

fd programUnitsFile.
01 programUnitsLine             pic x(080).

fd approvedFile.
01 approvedLine                 pic x(255).

fd impactFile.
01 impactLine                   pic x(512).

fd maskedBindingsFile.
01 maskedBindingsLine           pic x(080).

*>------------------------------------------------------------------------------
working-storage section.
        88 insideFromRegion     value 1     false 0.
    03 tableWordState           pic 9(001)  value zeros.
        88 nextWordIsATable     value 1     false 0.
    *> The first table a changing statement names is the one it changes
    *> (INSERT INTO t, UPDATE t, DELETE FROM t, MERGE INTO t); any other
    *> table it names - a subquery's, an INSERT's SELECT source, a MERGE's
    *> USING - it only reads.
    03 targetTableState         pic 9(001)  value zeros.
        88 targetTableWasSeen   value 1     false 0.
    03 referenceTargetState     pic 9(001)  value zeros.
        88 referenceIsTheTarget value 1     false 0.
    03 statementCheckState      pic 9(001)  value zeros.
        88 statementIsCheckable value 1     false 0.
    03 ddlStatementState        pic 9(001)  value zeros.
        88 statementIsDdl       value 1     false 0.
    03 typeWarningFlag          pic 9(001)  value zeros.
        88 thereWasATypeWarning value 1     false 0.

    03 catalogFileStatus        pic x(002)  value spaces.
        88 catalogEof           value "10"  false "00".
        88 catalogNotFound      value "35"  false "00".
    03 indexedCatalogFileStatus pic x(002)  value spaces.
    *> An indexed catalog stays open for the member and only the tables
    *> the program references are taken into the table below, so there
    *> the limit is on tables referenced, not on tables in the catalog.
    03 catalogKindFlag          pic 9(001)  value zeros.
        88 catalogIsIndexed     value 1     false 0.
    03 catalogTableCount        binary-short unsigned value zeros.
    03 catalogTableMax          binary-short unsigned value 100.
    03 catalogColumnMax         binary-short unsigned value 1600.
    03 catalogIndexMax          binary-short unsigned value 16.
    03 catalogIndexKeyMax       binary-short unsigned value 12.
    03 catalogTableEntry occurs 100 indexed by catalogTableIndex.
        05 catalogTableName         pic x(064).
        *> "T" for a work table the program declared itself; "O" for one
        *> declared AS a fullselect, whose columns are not known here and
        *> so are not checked.
        05 catalogTableKind         pic x(001).
            88 catalogTableIsWork   value "T" "O" false space.
            88 catalogTableColumnsAreOpen value "O".
        *> The row estimate and index definitions the catalog carries for
        *> the table, and whether the statement being checked has a
        *> predicate one of those indexes can use ("U"; "D" once judged).
        05 catalogTableRows         pic 9(015).
        05 catalogTableRowsState    pic x(001).
            88 catalogTableRowsAreKnown value "K" false space.
        05 catalogTableProbe        pic x(001).
            88 catalogTableHasUsableIndex value "U".
            88 catalogTableWasJudged   value "D".
        05 catalogIndexCount        binary-short unsigned.
        05 catalogIndexEntry occurs 16 indexed by catalogIndexIndex.
            07 catalogIndexName     pic x(064).
            07 catalogIndexUnique   pic x(001).
            07 catalogIndexKeyCount binary-short unsigned.
            07 catalogIndexKeyColumn binary-short unsigned occurs 12.
        05 catalogColumnCount       binary-short unsigned.
        05 catalogColumnEntry occurs 1600 indexed by catalogColumnIndex.
            07 catalogColumnName    pic x(064).
            07 catalogColumnType    pic x(010).
            07 catalogColumnLength  pic 9(005).
            07 catalogColumnScale   pic 9(003).
            07 catalogColumnClass   pic x(012).
            07 catalogColumnRestricted pic x(001).
                88 catalogColumnIsRestricted value "R" false space.
    03 catalogWordNumber        binary-short unsigned value zeros.
    03 catalogWord              pic x(064) value spaces.
    03 catalogNumberCount       binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> A work table being declared (DECLARE GLOBAL TEMPORARY TABLE, CREATE
*> TABLE) and the table a DDL statement names. A declared temporary table
*> with no qualifier lives under SESSION, as the engine puts it.
*>------------------------------------------------------------------------------
01 workTableControls.
    03 workTableName            pic x(064) value spaces.
    03 workTableWordNumber      binary-short unsigned value zeros.
    03 workLikeWordNumber       binary-short unsigned value zeros.
    03 workTableSlot            binary-short unsigned value zeros.
    03 workBaseSlot             binary-short unsigned value zeros.
    03 workColumnIndex          binary-short unsigned value zeros.
    03 workDotCount             binary-short unsigned value zeros.
    03 workParenDepth           binary-short value zeros.
    03 workParenOpens           binary-short unsigned value zeros.
    03 workParenCloses          binary-short unsigned value zeros.
    03 workListStartState       pic 9(001) value zeros.
        88 workListHasStarted   value 1    false 0.
    03 ddlCrudLetter            pic x(001) value spaces.

*>------------------------------------------------------------------------------
*> The -P approved-program list: one "<program-or-prefix*>" per line,
*> optionally followed by the classifications the program is approved
*> for (none listed approves it for every restricted column). This
*> program's own entry, if any, is all that is kept.
*>------------------------------------------------------------------------------
01 approvedProgramControls.
    03 approvedFileStatus       pic x(002) value spaces.
        88 approvedEof          value "10" false "00".
    03 approvedPattern          pic x(255) value spaces.
    03 approvedPatternLength    binary-short unsigned value zeros.
    03 approvedProgramBase      pic x(255) value spaces.
    03 approvedSlashPosition    binary-short unsigned value zeros.
    03 approvedScanPosition     binary-short unsigned value zeros.
    03 approvedEntryState       pic 9(001) value zeros.
        88 thisProgramIsListed  value 1    false 0.
    03 approvedClassList        pic x(200) value spaces.
    03 approvedClassWord        pic x(064) value spaces.
    03 approvedCheckState       pic 9(001) value zeros.
        88 accessIsApproved     value 1    false 0.

*>------------------------------------------------------------------------------
*> The DECLARE TABLE blocks found in the program, each parsed into the
    03 dclgenFieldName          pic x(064) occurs 100.
    03 dclgenFieldPicture       pic x(060) occurs 100.
    03 dclgenFieldMatched      pic 9(001) occurs 100.
    *> The kind of SQL FORMAT a field carries (date, time, timestamp),
    *> from the #presqlDateFormat tag presqlIncludes leaves ahead of it.
    03 dclgenFieldDateKind      pic x(009) occurs 100.
    03 dclgenPendingDateKind    pic x(009) value spaces.
    03 dclgenFieldIndex         binary-short unsigned value zeros.
    03 dclgenPendingVarchar     pic x(064) value spaces.
    03 dclgenWordNumber         binary-short unsigned value zeros.
        05 hostVariableUsage    pic x(001).
        05 hostVariableLength   pic 9(005).
        05 hostVariableScale    pic 9(003).
        *> The program unit that declares it (zero in a single-program
        *> source), so a binding is checked against its own unit's
        *> declaration.
        05 hostVariableUnit     binary-short unsigned.
        *> DATE, TIME or TIMESTAMP when the declaration carries an SQL
        *> FORMAT clause (its #presqlDateFormat tag); spaces otherwise.
        05 hostVariableDateKind pic x(009).
    03 hostVariableIndex        binary-short unsigned value zeros.
    03 dateKindVariableName     pic x(030) value spaces.
    03 dateKindIsoLength        binary-short unsigned value zeros.

01 hostVarsControls.
    03 hostVarsFileName         pic x(255) value spaces.
    03 hostVarsFileStatus       pic x(002) value spaces.
    03 hostVarsUnitSeen         binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> A source holding several programs (nested or batch-compiled): each
*> statement belongs to the program unit whose statement range holds its
*> number, and its where-used entries name that unit as
*> "source(PROGRAM-ID)", the way a library member is named
*> "library(member)".
*>------------------------------------------------------------------------------
01 programUnitControls.
    03 programUnitsFileName     pic x(255) value spaces.
    03 programUnitsFileStatus   pic x(002) value spaces.
    03 programUnitCount         binary-short unsigned value zeros.
    03 programUnitMax           binary-short unsigned value 50.
    03 programUnitEntry occurs 50.
        05 programUnitName      pic x(030).
        05 unitFirstStatement   pic 9(003).
        05 unitLastStatement    pic 9(003).
    03 programUnitIndex         binary-short unsigned value zeros.
    03 currentUnitIndex         binary-short unsigned value zeros.
    03 unitProgramPrefix        pic x(255) value spaces.
    03 unitProgramPrefixLength  binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> Host variables bound to sensitive columns, by statement, for the -F
*> failure journal's masking.
*>------------------------------------------------------------------------------
01 maskedBindingControls.
    03 maskedBindingsFileName   pic x(255) value spaces.
    03 maskedBindingsFileStatus pic x(002) value spaces.
    03 maskedBindingCount       binary-short unsigned value zeros.
    03 maskedBindingMax         binary-short unsigned value 1000.
    03 maskedBindingEntry occurs 1000.
        05 maskedBindingStatement pic 9(003).
        05 maskedBindingName    pic x(030).
    03 maskedBindingIndex       binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> What-if findings: the messages that mean the program breaks under the
*> catalog checked - a table or column gone, a binding no longer type-
*> compatible, an included DCLGEN copybook gone stale.
*>------------------------------------------------------------------------------
01 impactControls.
    03 impactFileStatus         pic x(002) value spaces.
    03 impactIdOffset           binary-short unsigned value zeros.
    03 impactMessageId          pic x(009) value spaces.
    03 impactProgramText        pic x(255) value spaces.

*>------------------------------------------------------------------------------
*> The table and column references this program makes, collected while the
        05 collectedRefColumn   pic x(064).
        05 collectedRefList     pic x(120).
        05 collectedRefAccess   pic x(001).
        05 collectedRefCrud     pic x(004).
        05 collectedRefClass    pic x(012).
        05 collectedRefRestricted pic x(001).
        05 collectedRefExport   pic x(001).
        05 collectedRefRefused  pic x(001).
        05 collectedRefWorkTable pic x(001).
        05 collectedRefUnit     binary-short unsigned.
    03 collectedRefIndex        binary-short unsigned value zeros.
    03 collectedAccessFlag      pic x(001) value spaces.
    03 collectedCrudFlags       pic x(004) value spaces.
    03 collectedCrudPosition    binary-short unsigned value zeros.
    03 collectedTableText       pic x(064) value spaces.
    03 collectedColumnText      pic x(064) value spaces.
    03 collectedStatementDisplay pic zz9   value zeros.
    03 checkedColumnNumber      binary-short unsigned value zeros.
    03 columnTypeClass          pic x(001) value spaces.

*>------------------------------------------------------------------------------
*> Which columns a changing statement actually writes, for the CRUD flags
*> of its column references: the targets of an UPDATE's (or a MERGE's)
*> SET list - the column ahead of each "=", found as the first column
*> after SET and after every comma outside parentheses - and the column
*> list of an INSERT. Every other column it names is only read.
*>------------------------------------------------------------------------------
01 writtenColumnControls.
    03 setListState             pic 9(001) value zeros.
        88 insideSetList        value 1    false 0.
    03 setTargetState           pic 9(001) value zeros.
        88 setTargetIsNext      value 1    false 0.
    03 insertTargetListState    pic 9(001) value zeros.
        88 insideInsertTargetList value 1  false 0.
    03 columnWrittenState       pic 9(001) value zeros.
        88 columnIsWritten      value 1    false 0.
    03 writtenColumnLetter      pic x(001) value spaces.
    03 setParenDepth            binary-short value zeros.
    03 setParenOpens            binary-short unsigned value zeros.
    03 setParenCloses           binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> A scanned word arrives with whatever SQL punctuation was glued onto it
*> (a list comma, parentheses of a VALUES list), so each identifier token is
    03 keywordCheckFound        pic 9(001) value zeros.
        88 wordIsAKeyword       value 1    false 0.

*>------------------------------------------------------------------------------
*> The offline indexability check: the large-table threshold, whether the
*> column scan is inside a WHERE or ON predicate (and the parenthesis
*> depth at which a subquery inside one hands the predicate back), and
*> the column reference being judged - its table, its column, the word
*> text ahead of it and the way it defeats an index, if it does.
*> Words ahead of a "(" that are no function: "col in (...)" and the
*> like apply nothing to the column.
*>------------------------------------------------------------------------------
01 indexabilityControls.
    03 largeTableRowsText       pic x(015) value spaces.
    03 largeTableRows           pic 9(015) value zeros.
    03 predicateRegionState     pic 9(001) value zeros.
        88 insidePredicateRegion value 1   false 0.
    03 predicateParenDepth      binary-short value zeros.
    03 predicateResumeDepth     binary-short value zeros.
    03 predicateParenOpens      binary-short unsigned value zeros.
    03 predicateParenCloses     binary-short unsigned value zeros.
    03 predicateLeadingParens   binary-short unsigned value zeros.
    03 predicateRegionWord      pic x(255) value spaces.
    03 insertTargetSlot         binary-short unsigned value zeros.
    03 probeTableSlot           binary-short unsigned value zeros.
    03 probeColumnNumber        binary-short unsigned value zeros.
    03 probeTableState          pic 9(001) value zeros.
        88 probeTableIsChecked  value 1    false 0.
    03 probeTokenStart          binary-short unsigned value zeros.
    03 probePosition            binary-short unsigned value zeros.
    03 probeText                pic x(255) value spaces.
    03 probeTextLength          binary-short unsigned value zeros.
    03 probeFunctionName        pic x(064) value spaces.
    03 probeNextWord            pic x(255) value spaces.
    03 probeAfterNextWord       pic x(255) value spaces.
    03 probeWordNumber          binary-short unsigned value zeros.
    03 probeChar                pic x(001) value spaces.
        88 probeCharIsIdentifier values "A" thru "Z" "a" thru "z" "0" thru "9" "-" "_" ".".
        88 probeCharIsOperator  values "+" "*" "/" "|".
    03 probeDefeatKind          pic x(001) value spaces.
        88 probeIsNotDefeated   value space.
        88 probeDefeatIsFunction value "F".
        88 probeDefeatIsWildcard value "L".
        88 probeIsNegated       value "N".
    03 probeKeyIndex            binary-short unsigned value zeros.
    03 probeIndexListText       pic x(200) value spaces.
    03 probeIndexListScratch    pic x(200) value spaces.
    03 probeRowsDisplay         pic z(14)9 value zeros.
    03 nonFunctionWords         pic x(080) value "in exists and or not on where any some all values when then else".

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
        88 dispositionIsPromoted value "E".
    03 runLogFileStatus         pic x(002)  value spaces.
    03 logText                  pic x(255)  value spaces.
    03 logNumericDisplay        pic zzzz9   value zeros.

*>------------------------------------------------------------------------------
linkage section.
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
    03 catalogSourceFileName    pic x(255)  value spaces.
        88 returnCodeIsRecoverable value 8.
        88 returnCodeIsFatal    value 12.
        88 somethingWentWrong   value 4 8 12      false 0.
    *> Informed by presql for a what-if run (-W): the impact report the
    *> findings go to, and how many this member contributed.
    03 impactReportFileName     pic x(255)  value spaces.
    03 impactFindingCount       binary-long unsigned value zeros.

*>------------------------------------------------------------------------------
*> The in-memory pipeline buffers, shared byte-for-byte with presql and
*>==================================================================================================
0-main.

    move zeros to impactFindingCount

    *> With no -g catalog informed the program's own DECLARE TABLE
    *> blocks, when it carries any, stand in as the schema to check
    *> against; with one, the declarations are cross-checked against the
        if catalogFileName not = spaces and declaredTableCount > zeros
            perform 16-cross-check-declared-tables
        end-if
        if catalogTableCount > zeros or catalogIsIndexed
            perform 18-load-the-approved-list
        end-if
        if (catalogTableCount > zeros or catalogIsIndexed) and itIsOkSoFar
            perform 12-load-host-variables
            perform 2-check-all-statements
        end-if
    *> The index refresh runs whenever the member was actually checked
    *> against a schema, references or none: a program whose table
    *> references were all removed must lose its stale index entries,
    *> not haunt the impact analysis forever. A what-if run checks a
    *> proposed catalog, not the live one, and leaves the index alone.
    if not thereWasAnError and (catalogTableCount > zeros or catalogIsIndexed) and
       impactReportFileName = spaces
        perform 3-write-where-used-index
    end-if
    *> Written on every -F run, empty or not, so the translation never
    *> picks up an earlier run's list.
    if failureJournalIsOn and not thereWasAnError
        perform 32-write-masked-bindings
    end-if
    if catalogIsIndexed
        close indexedCatalog
    end-if

    if thereWasAnError
        set returnCodeIsFatal to true
*>------------------------------------------------------------------------------
*> Reads the schema catalog informed with -g into the table/column tables.
*> A catalog that cannot be opened is fatal: running without it would mean
*> silently skipping the very check this step exists for. An indexed
*> catalog is only opened here; 261-read-indexed-table takes its tables in
*> as they are referenced.
*>------------------------------------------------------------------------------
1-load-the-catalog.

    perform 1a-open-indexed-catalog
    if catalogIsIndexed or thereWasAnError
        exit paragraph
    end-if

    open input catalogFile
    if catalogNotFound
        string " (ERROR): PSQL0501E Schema catalog " trim(catalogFileName) " not found" delimited by size into logText
    end-if.

*>------------------------------------------------------------------------------
*> Tries the -g catalog as the indexed catalog presqlCatalogIndex builds,
*> the same way presqlIncludes tries an -i entry as a copybook library:
*> one that does not open as indexed is left to the line-sequential read.
*> An indexed catalog that opens must hold at least one table.
*>------------------------------------------------------------------------------
1a-open-indexed-catalog.

    open input indexedCatalog
    if indexedCatalogFileStatus not = "00"
        exit paragraph
    end-if

    move low-values to indexedCatalogKey
    start indexedCatalog key >= indexedCatalogKey
        invalid key move "10" to indexedCatalogFileStatus
    end-start
    if indexedCatalogFileStatus = "00"
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-if
    if indexedCatalogFileStatus not = "00"
        close indexedCatalog
        string " (ERROR): PSQL0503E Schema catalog " trim(catalogFileName) " holds no table definitions" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    set catalogIsIndexed to true
    if runningModeIsVerbose
        string " (info): Schema catalog " trim(catalogFileName) " is indexed; tables are read as the program references them" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> One catalog line is either "table <name> [rows <n>]", "column <name>
*> <type> <len> <scale>", where type, length and scale are optional, or
*> "index <name> [unique] <column>..."; anything else (blank lines,
*> comment lines starting with "*") is skipped.
*>------------------------------------------------------------------------------
11-load-one-catalog-line.

                exit paragraph
            end-if
            move function lower-case(getWord(catalogLine, secondWord)) to catalogTableName(catalogTableCount)
            set catalogTableIsWork(catalogTableCount) to false
            move zeros to catalogColumnCount(catalogTableCount)
            move zeros to catalogIndexCount(catalogTableCount)
            perform 11c-take-the-row-estimate
        when "index"
            perform 11b-load-index-line
        when "column"
            if catalogTableCount = zeros
                string " (ERROR): PSQL0505E Schema catalog has a column line before any table line" delimited by size into logText
                exit paragraph
            end-if
            add 1 to catalogColumnCount(catalogTableCount)
            if catalogColumnCount(catalogTableCount) > catalogColumnMax
                move catalogColumnMax to logNumericDisplay
                string " (ERROR): PSQL0506E Schema catalog table " trim(catalogTableName(catalogTableCount)) " holds more than " trim(logNumericDisplay) " columns" delimited by size into logText
                perform 90-write-log
                set thereWasAnError to true
                exit paragraph
            move function lower-case(getWord(catalogLine, thirdWord)) to catalogColumnType(catalogTableCount catalogColumnCount(catalogTableCount))
            move zeros to catalogColumnLength(catalogTableCount catalogColumnCount(catalogTableCount))
            move zeros to catalogColumnScale(catalogTableCount catalogColumnCount(catalogTableCount))
            move spaces to catalogColumnClass(catalogTableCount catalogColumnCount(catalogTableCount))
            set catalogColumnIsRestricted(catalogTableCount catalogColumnCount(catalogTableCount)) to false
            move zeros to catalogNumberCount
            perform 11a-read-column-attribute
                varying catalogWordNumber from 4 by 1
                  until catalogWordNumber > 8 or thereWasAnError
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> One word after a column's type: the first number is the length and the
*> second the scale; a classification word or "restricted" marks the
*> column sensitive.
*>------------------------------------------------------------------------------
11a-read-column-attribute.

    move function lower-case(getWord(catalogLine, catalogWordNumber)) to catalogWord
    if catalogWord = spaces
        exit paragraph
    end-if

    evaluate true
        when catalogWord(1:1) >= "0" and catalogWord(1:1) <= "9"
            add 1 to catalogNumberCount
            if catalogNumberCount = 1
                move numval(catalogWord) to catalogColumnLength(catalogTableCount catalogColumnCount(catalogTableCount))
            else
                move numval(catalogWord) to catalogColumnScale(catalogTableCount catalogColumnCount(catalogTableCount))
            end-if
        when trim(catalogWord) = "restricted"
            set catalogColumnIsRestricted(catalogTableCount catalogColumnCount(catalogTableCount)) to true
        when trim(catalogWord) = "pii"
        when trim(catalogWord) = "pci"
        when trim(catalogWord) = "confidential"
            move catalogWord to catalogColumnClass(catalogTableCount catalogColumnCount(catalogTableCount))
        when other
            string " (ERROR): PSQL0520E Schema catalog column " trim(catalogColumnName(catalogTableCount catalogColumnCount(catalogTableCount))) " carries unknown attribute " trim(catalogWord) delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
    end-evaluate.

*>------------------------------------------------------------------------------
*> An index line belongs to the most recent table line; its key columns
*> must be columns listed above it for that table. Past the twelfth the
*> key columns are not kept: only the leading ones matter to the check.
*>------------------------------------------------------------------------------
11b-load-index-line.

    if catalogTableCount = zeros
        string " (ERROR): PSQL0526E Schema catalog has an index line before any table line" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if catalogIndexCount(catalogTableCount) >= catalogIndexMax
        move catalogIndexMax to logNumericDisplay
        string " (ERROR): PSQL0528E Schema catalog table " trim(catalogTableName(catalogTableCount)) " holds more than " trim(logNumericDisplay) " indexes" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    add 1 to catalogIndexCount(catalogTableCount)
    set catalogIndexIndex to catalogIndexCount(catalogTableCount)
    move function lower-case(getWord(catalogLine, secondWord)) to catalogIndexName(catalogTableCount catalogIndexIndex)
    move spaces to catalogIndexUnique(catalogTableCount catalogIndexIndex)
    move zeros to catalogIndexKeyCount(catalogTableCount catalogIndexIndex)

    move getWordCount(catalogLine) to probeWordNumber
    perform varying catalogWordNumber from 3 by 1 until catalogWordNumber > probeWordNumber or thereWasAnError
        move function lower-case(getWord(catalogLine, catalogWordNumber)) to catalogWord
        if trim(catalogWord) = "unique"
            move "U" to catalogIndexUnique(catalogTableCount catalogIndexIndex)
        else
            perform varying catalogColumnIndex from 1 by 1
                      until catalogColumnIndex > catalogColumnCount(catalogTableCount)
                if catalogColumnName(catalogTableCount catalogColumnIndex) = catalogWord
                    exit perform
                end-if
            end-perform
            if catalogColumnIndex > catalogColumnCount(catalogTableCount)
                string " (ERROR): PSQL0527E Schema catalog index " trim(catalogIndexName(catalogTableCount catalogIndexIndex)) " of table " trim(catalogTableName(catalogTableCount)) " names column " trim(catalogWord) ", which is not listed above it for the table" delimited by size into logText
                perform 90-write-log
                set thereWasAnError to true
            else
                if catalogIndexKeyCount(catalogTableCount catalogIndexIndex) < catalogIndexKeyMax
                    add 1 to catalogIndexKeyCount(catalogTableCount catalogIndexIndex)
                    move catalogColumnIndex to catalogIndexKeyColumn(catalogTableCount catalogIndexIndex catalogIndexKeyCount(catalogTableCount catalogIndexIndex))
                end-if
            end-if
        end-if
    end-perform

    if itIsOkSoFar and catalogIndexKeyCount(catalogTableCount catalogIndexIndex) = zeros
        string " (ERROR): PSQL0529E Schema catalog index " trim(catalogIndexName(catalogTableCount catalogIndexIndex)) " of table " trim(catalogTableName(catalogTableCount)) " lists no key columns" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> The "rows <n>" a table line may carry after the table name; any other
*> word there is ignored, as it always was.
*>------------------------------------------------------------------------------
11c-take-the-row-estimate.

    move zeros to catalogTableRows(catalogTableCount)
    set catalogTableRowsAreKnown(catalogTableCount) to false
    move getWordCount(catalogLine) to probeWordNumber
    perform varying catalogWordNumber from 3 by 1 until catalogWordNumber >= probeWordNumber
        move function lower-case(getWord(catalogLine, catalogWordNumber)) to catalogWord
        if trim(catalogWord) = "rows"
            add 1 to catalogWordNumber
            move getWord(catalogLine, catalogWordNumber) to catalogWord
            if catalogWord(1:1) >= "0" and catalogWord(1:1) <= "9"
                move numval(catalogWord) to catalogTableRows(catalogTableCount)
                set catalogTableRowsAreKnown(catalogTableCount) to true
            end-if
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Finds this program's entry in the -P approved-program list, matching
*> on the source's base name; the first matching line wins.
*>------------------------------------------------------------------------------
18-load-the-approved-list.

    move trim(substitute(inputSourceFileName, ".presql.step2", " ")) to approvedPattern
    move zeros to approvedSlashPosition
    perform varying approvedScanPosition from 1 by 1 until approvedScanPosition > 255
        if approvedPattern(approvedScanPosition:1) = "/" or
           approvedPattern(approvedScanPosition:1) = "\"
            move approvedScanPosition to approvedSlashPosition
        end-if
    end-perform
    move spaces to approvedProgramBase
    if approvedSlashPosition < 255
        move approvedPattern(approvedSlashPosition + 1:) to approvedProgramBase
    end-if

    if approvedProgramsFileName = spaces
        exit paragraph
    end-if

    open input approvedFile
    if approvedFileStatus not = "00"
        string " (ERROR): PSQL0519E Opening approved-program list " trim(approvedProgramsFileName) " failed with file-status " approvedFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read approvedFile next record at end set approvedEof to true end-read
    perform until approvedEof or thisProgramIsListed
        if approvedLine not = spaces and approvedLine(1:1) not = "*"
            perform 18a-check-one-approved-line
        end-if
        read approvedFile next record at end set approvedEof to true end-read
    end-perform
    close approvedFile.

*>------------------------------------------------------------------------------
*> One "<program-or-prefix*> [classification ...]" line; a pattern ending
*> in "*" is a name prefix.
*>------------------------------------------------------------------------------
18a-check-one-approved-line.

    move getWord(approvedLine, firstWord) to approvedPattern
    move stored-char-length(approvedPattern) to approvedPatternLength
    if approvedPattern(approvedPatternLength:1) = "*"
        subtract 1 from approvedPatternLength
        if approvedPatternLength > zeros
            if approvedProgramBase(1:approvedPatternLength) not = approvedPattern(1:approvedPatternLength)
                exit paragraph
            end-if
        end-if
    else
        if approvedProgramBase not = approvedPattern
            exit paragraph
        end-if
    end-if

    set thisProgramIsListed to true
    move spaces to approvedClassList
    move 2 to catalogWordNumber
    move getWord(approvedLine, catalogWordNumber) to approvedClassWord
    perform until approvedClassWord = spaces
        move spaces to approvedPattern
        string trim(approvedClassList) " " function lower-case(trim(approvedClassWord)) delimited by size into approvedPattern
        move trim(approvedPattern) to approvedClassList
        add 1 to catalogWordNumber
        move getWord(approvedLine, catalogWordNumber) to approvedClassWord
    end-perform.

*>------------------------------------------------------------------------------
*> Scans the expanded source for the EXEC SQL DECLARE TABLE blocks the
*> earlier pipeline steps commented out, joining each block's lines into
        exit paragraph
    end-if

    *> Comments inside the group are presqlDclgen's own notes; skipped,
    *> except the date/time format tag, which belongs to the next field.
    if trim(declareLineLower)(1:2) = "*>" or declareLineLower(7:1) = "*"
        if getWordNumber(declareLineLower, "#presqldateformat") > zeros
            add 2 to getWordNumber(declareLineLower, "#presqldateformat") giving dclgenWordNumber
            move getWord(declareLineLower, dclgenWordNumber) to dclgenPendingDateKind
        end-if
        exit paragraph
    end-if

    add 1 to dclgenFieldCount
    move dclgenWord to dclgenFieldName(dclgenFieldCount)
    move zeros to dclgenFieldMatched(dclgenFieldCount)
    move dclgenPendingDateKind to dclgenFieldDateKind(dclgenFieldCount)
    move spaces to dclgenPendingDateKind

    move getWordNumber(declareLineLower, "pic") to dclgenWordNumber
    if dclgenWordNumber = zeros
    add 1 to dclgenFieldCount
    move dclgenPendingVarchar to dclgenFieldName(dclgenFieldCount)
    move zeros to dclgenFieldMatched(dclgenFieldCount)
    move spaces to dclgenFieldDateKind(dclgenFieldCount)
    move spaces to dclgenFieldPicture(dclgenFieldCount)
    move numval(dclgenDigits) to dclgenIntegerDigits
    move dclgenIntegerDigits to dclgenLengthDisplay
    end-if

    move zeros to dclgenMatchedTable
    move dclgenTableName to tokenText
    perform 26-look-up-table
    if tokenWasResolved
        move catalogTableIndex to dclgenMatchedTable
    end-if
    if dclgenMatchedTable = zeros
        move spaces to logText
        string " (ERROR): PSQL0517E The included DCLGEN copybook for table " trim(dclgenTableName) " names a table that is not in the schema catalog" delimited by size into logText
        perform varying dclgenFieldIndex from 1 by 1 until dclgenFieldIndex > dclgenFieldCount
            if trim(dclgenFieldName(dclgenFieldIndex)) = trim(dclgenExpectedName)
                move 1 to dclgenFieldMatched(dclgenFieldIndex)
                *> A date/time field generated in a shop mask other than
                *> the standard one still matches when it carries the
                *> column's kind of SQL FORMAT.
                perform 19c-check-dclgen-date-format
                if trim(dclgenFieldPicture(dclgenFieldIndex)) not = trim(dclgenExpectedPicture)
                    move spaces to logText
                    string " (ERROR): PSQL0517E The included DCLGEN copybook for " trim(dclgenTableName) " declares " trim(dclgenExpectedName) " as " trim(dclgenFieldPicture(dclgenFieldIndex)) " but the table now calls for " trim(dclgenExpectedPicture) "; regenerate it with presqlDclgen" delimited by size into logText
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> A DATE, TIME or TIMESTAMP column is satisfied by any field carrying
*> the same kind of SQL FORMAT clause, whatever mask the copybook was
*> generated with: the expected picture is taken as the field's own.
*>------------------------------------------------------------------------------
19c-check-dclgen-date-format.

    evaluate trim(catalogColumnType(catalogTableIndex catalogColumnIndex))
        when "date"
        when "time"
        when "timestamp"
            continue
        when other
            exit paragraph
    end-evaluate
    if trim(dclgenFieldDateKind(dclgenFieldIndex)) = trim(catalogColumnType(catalogTableIndex catalogColumnIndex))
        move dclgenFieldPicture(dclgenFieldIndex) to dclgenExpectedPicture
    end-if.

*>------------------------------------------------------------------------------
*> Regenerates the picture presqlDclgen would write today for the catalog
*> column at catalogTableIndex/catalogColumnIndex, so the compare is
    move getWord(declareText, declareWordNumber) to declareWord
    move trim(declareWord) to declaredTableName(declaredTableIndex)
    move zeros to declaredColumnCount(declaredTableIndex)
    perform 141a-walk-the-column-list.

*>------------------------------------------------------------------------------
*> Walks the column list in declareText between the outermost parentheses
*> into the declared table at declaredTableIndex: one entry per comma at
*> depth one, each parsed for its name, type and the type's own
*> parenthesized length and scale.
*>------------------------------------------------------------------------------
141a-walk-the-column-list.

    move zeros to declareParenDepth
    move zeros to declareEntryLength
    move spaces to declareEntryText
        if catalogTableCount < catalogTableMax
            add 1 to catalogTableCount
            move declaredTableName(declaredTableIndex) to catalogTableName(catalogTableCount)
            set catalogTableIsWork(catalogTableCount) to false
            move zeros to catalogIndexCount(catalogTableCount)
            set catalogTableRowsAreKnown(catalogTableCount) to false
            move declaredColumnCount(declaredTableIndex) to catalogColumnCount(catalogTableCount)
            perform varying declaredColumnIndex from 1 by 1
                      until declaredColumnIndex > declaredColumnCount(declaredTableIndex)
                move declaredColumnType(declaredTableIndex declaredColumnIndex) to catalogColumnType(catalogTableCount declaredColumnIndex)
                move declaredColumnLength(declaredTableIndex declaredColumnIndex) to catalogColumnLength(catalogTableCount declaredColumnIndex)
                move declaredColumnScale(declaredTableIndex declaredColumnIndex) to catalogColumnScale(catalogTableCount declaredColumnIndex)
                move spaces to catalogColumnClass(catalogTableCount declaredColumnIndex)
                set catalogColumnIsRestricted(catalogTableCount declaredColumnIndex) to false
            end-perform
        end-if
    end-perform
    perform varying declaredTableIndex from 1 by 1
              until declaredTableIndex > declaredTableCount
        set theNameIsTaken to false
        move declaredTableName(declaredTableIndex) to tokenText
        perform 26-look-up-table
        if tokenWasResolved
            set theNameIsTaken to true
        end-if
        if not theNameIsTaken
            move spaces to logText
            string " (WARNING): PSQL0514W The program declares table " trim(declaredTableName(declaredTableIndex)) " which is not in the schema catalog" delimited by size into logText
        exit paragraph
    end-if

    move zeros to hostVarsUnitSeen
    read hostVarsFile next record at end move "10" to hostVarsFileStatus end-read
    perform until hostVarsFileStatus = "10"
        if trim(getWord(hostVarsLine, secondWord)) = "#presqlProgram"
            add 1 to hostVarsUnitSeen
        end-if
        if trim(getWord(hostVarsLine, firstWord)) = "03" and
           hostVariableCount < hostVariableMax
            add 1 to hostVariableCount
            move function lower-case(getWord(hostVarsLine, secondWord)) to hostVariableName(hostVariableCount)
            move hostVarsUnitSeen to hostVariableUnit(hostVariableCount)
            move spaces to hostVariableDateKind(hostVariableCount)
            perform 13-derive-host-variable-type
        end-if
        *> A format tag follows its unit's "03" lines; it marks the
        *> unit's own declaration of the name.
        if trim(getWord(hostVarsLine, secondWord)) = "#presqlDateFormat"
            move function lower-case(getWord(hostVarsLine, thirdWord)) to dateKindVariableName
            perform varying hostVariableIndex from 1 by 1 until hostVariableIndex > hostVariableCount
                if hostVariableName(hostVariableIndex) = dateKindVariableName and
                   hostVariableUnit(hostVariableIndex) = hostVarsUnitSeen
                    move function upper-case(getWord(hostVarsLine, fourthWord)) to hostVariableDateKind(hostVariableIndex)
                end-if
            end-perform
        end-if
        read hostVarsFile next record at end move "10" to hostVarsFileStatus end-read
    end-perform
    close hostVarsFile
        exit paragraph
    end-if

    if programUnitsInSource > 1
        perform 20-load-program-units
    end-if

    *> The indexability check's large-table threshold, the one
    *> presqlValidate's plan capture applies to the live plans.
    display "PRESQL_EXPLAIN_ROWS" upon environment-name
    accept largeTableRowsText from environment-value
    if largeTableRowsText = spaces
        move 100000 to largeTableRows
    else
        move numval(largeTableRowsText) to largeTableRows
    end-if

    read statementSource next record at end set statementSourceEof to true end-read
    perform until statementSourceEof
        add 1 to statementNumber
        move zeros to currentUnitIndex
        perform varying programUnitIndex from 1 by 1 until programUnitIndex > programUnitCount
            if statementNumber >= unitFirstStatement(programUnitIndex) and
               statementNumber <= unitLastStatement(programUnitIndex)
                move programUnitIndex to currentUnitIndex
                exit perform
            end-if
        end-perform
        move trim(statementSourceRecord) to statementText
        move function lower-case(statementText) to statementTextLower
        perform 21-check-one-statement

    close statementSource.

*>------------------------------------------------------------------------------
*> Reads the .presql.units file presqlStatements wrote for a source
*> holding several programs: one "PROGRAM-ID first last" line per unit.
*>------------------------------------------------------------------------------
20-load-program-units.

    move substitute(inputSourceFileName, ".presql.step2", ".presql.units") to programUnitsFileName
    open input programUnitsFile
    if programUnitsFileStatus not = "00"
        move spaces to programUnitsFileStatus
        exit paragraph
    end-if

    read programUnitsFile next record at end move "10" to programUnitsFileStatus end-read
    perform until programUnitsFileStatus = "10"
        if programUnitCount < programUnitMax
            add 1 to programUnitCount
            move getWord(programUnitsLine, firstWord) to programUnitName(programUnitCount)
            move numval(getWord(programUnitsLine, secondWord)) to unitFirstStatement(programUnitCount)
            move numval(getWord(programUnitsLine, thirdWord)) to unitLastStatement(programUnitCount)
        end-if
        read programUnitsFile next record at end move "10" to programUnitsFileStatus end-read
    end-perform
    close programUnitsFile
    move spaces to programUnitsFileStatus.

*>------------------------------------------------------------------------------
*> Decides whether this statement is one that names tables and columns,
*> then runs the table scan and the column scan over it.
    end-if

    set statementIsCheckable to false
    set statementIsDdl to false
    move spaces to ddlCrudLetter
    move 1 to columnScanStartWord
    evaluate trim(statementVerb)
        when "select"
        when "declare"
            *> Only the select text of DECLARE CURSOR names tables and
            *> columns; the cursor name itself must not be flagged.
            if getWordNumber(statementTextLower, "global") > zeros and
               getWordNumber(statementTextLower, "temporary") > zeros
                perform 2h-declare-work-table
            else
                if getWordNumber(statementTextLower, "cursor") > zeros and
                   getWordNumber(statementTextLower, "for") > zeros
                    set statementIsCheckable to true
                    add 1 to getWordNumber(statementTextLower, "for") giving columnScanStartWord
                end-if
            end-if
        when "create"
        when "drop"
        when "truncate"
            perform 2i-check-ddl-statement
        when other
            continue
    end-evaluate
        perform 22-find-referenced-tables
        perform 24-check-all-columns
        perform 2c-check-positional-pairs
        perform 2l-check-index-usage
    end-if.

*>------------------------------------------------------------------------------

    move zeros to referencedTableCount
    move zeros to referencedAliasCount
    move zeros to insertTargetSlot
    set insideFromRegion to false
    set nextWordIsATable to false
    set targetTableWasSeen to false
    set insideStringLiteral to false
    move getWordCount(statementText) to wordsInStatement

            exit paragraph
        end-if
        perform 26-look-up-table
        if not targetTableWasSeen and
           (trim(statementVerb) = "insert" or trim(statementVerb) = "update" or
            trim(statementVerb) = "delete" or trim(statementVerb) = "merge")
            set referenceIsTheTarget to true
            set targetTableWasSeen to true
        end-if
        if tokenWasResolved
            if referencedTableCount < referencedTableMax
                add 1 to referencedTableCount
                set referencedTableSlot(referencedTableCount) to catalogTableIndex
            end-if
            *> An INSERT's target is only written; its indexes are not
            *> searched by the statement.
            if referenceIsTheTarget and trim(statementVerb) = "insert"
                set insertTargetSlot to catalogTableIndex
            end-if
            *> The table-level reference itself (column left blank) goes
            *> in the where-used collection too, so "who touches this
            *> table at all" is answerable without naming a column.
            perform 90-write-log
            set thereWasACatalogMiss to true
        end-if
        set referenceIsTheTarget to false
    else
        if insideFromRegion
            if referencedAliasCount < referencedAliasMax
    set insideIntoList to false
    set insideValuesList to false
    set insideInsertColumnList to false
    set insideSetList to false
    set setTargetIsNext to false
    set insideInsertTargetList to false
    move zeros to setParenDepth
    set theLastWordWasCurrent to false
    set skipTheCursorName to false
    move zeros to positionalColumnCount
    move zeros to positionalVarCount
    set insidePredicateRegion to false
    move zeros to predicateParenDepth
    move zeros to predicateResumeDepth
    perform varying referencedScanIndex from 1 by 1 until referencedScanIndex > referencedTableCount
        move spaces to catalogTableProbe(referencedTableSlot(referencedScanIndex))
    end-perform

    perform varying wordScanIndex from columnScanStartWord by 1 until wordScanIndex > wordsInStatement
        move getWord(statementText, wordScanIndex) to scannedWord
                set theLastWordWasCurrent to false
            end-if
            perform 24a-track-list-regions
            perform 24c-track-written-columns
            perform 24e-track-predicate-region
            move zeros to colonPosition
            perform varying colonScanPointer from 1 by 1 until colonScanPointer > stored-char-length(scannedWord)
                if scannedWord(colonScanPointer:1) = ":" and colonPosition = zeros
                    perform 24b-handle-host-variable
                end-if
            end-if
            if insideSetList
                perform 24d-track-set-commas
            end-if
            perform 28-scan-word-for-quotes
        end-if
        end-if
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> Keeps track of the regions whose columns the statement writes: the SET
*> list of an UPDATE or of a MERGE's WHEN MATCHED branch, and the column
*> list of an INSERT or of a MERGE's WHEN NOT MATCHED branch.
*>------------------------------------------------------------------------------
24c-track-written-columns.

    evaluate trim(scannedWordLower)
        when "set"
            if trim(statementVerb) = "update" or trim(statementVerb) = "merge"
                set insideSetList to true
                set setTargetIsNext to true
                move zeros to setParenDepth
            end-if
        when "into"
            if trim(statementVerb) = "insert"
                set insideInsertTargetList to true
            end-if
        when "insert"
            if trim(statementVerb) = "merge"
                set insideInsertTargetList to true
            end-if
        when "where"
        when "when"
        when "from"
            set insideSetList to false
            set setTargetIsNext to false
        when "values"
        when "select"
            set insideInsertTargetList to false
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> After a word of a SET list: a comma that closes it outside any function
*> call's parentheses means the next column is the next assignment target.
*>------------------------------------------------------------------------------
24d-track-set-commas.

    move zeros to setParenOpens
    move zeros to setParenCloses
    inspect scannedWord tallying setParenOpens for all "("
                                 setParenCloses for all ")"
    add setParenOpens to setParenDepth
    subtract setParenCloses from setParenDepth
    if setParenDepth <= zeros and
       scannedWord(stored-char-length(scannedWord):1) = ","
        move zeros to setParenDepth
        set setTargetIsNext to true
    end-if.

*>------------------------------------------------------------------------------
*> Keeps track of whether the scan is inside a predicate - after WHERE or
*> a join's ON, up to the next clause. A subquery opened inside one ends
*> it until the parenthesis the subquery sits in closes again.
*>------------------------------------------------------------------------------
24e-track-predicate-region.

    move zeros to predicateParenOpens
    move zeros to predicateParenCloses
    move zeros to predicateLeadingParens
    inspect scannedWord tallying predicateParenOpens for all "("
                                 predicateParenCloses for all ")"
    inspect scannedWordLower tallying predicateLeadingParens for leading "("
    add predicateParenOpens to predicateParenDepth
    subtract predicateParenCloses from predicateParenDepth
    if predicateResumeDepth > zeros and predicateParenDepth < predicateResumeDepth
        set insidePredicateRegion to true
        move zeros to predicateResumeDepth
    end-if

    move spaces to predicateRegionWord
    if predicateLeadingParens < stored-char-length(scannedWordLower)
        move scannedWordLower(predicateLeadingParens + 1:) to predicateRegionWord
    end-if
    evaluate trim(predicateRegionWord)
        when "where"
        when "on"
            set insidePredicateRegion to true
        when "select"
            if insidePredicateRegion and predicateParenDepth > zeros
                move predicateParenDepth to predicateResumeDepth
            end-if
            set insidePredicateRegion to false
        when "from"
        when "join"
        when "into"
        when "set"
        when "values"
        when "order"
        when "group"
        when "having"
        when "union"
        when "when"
        when "then"
        when "fetch"
        when "for"
            set insidePredicateRegion to false
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> One host-variable occurrence found in the column scan (the identifier
*> run after the ":" in scannedWord, which may also carry an operator and
        end-if
    end-perform

    *> A work table declared AS a fullselect has columns this program
    *> cannot see; a name none of the known tables owns may be one of
    *> them, so it is let through unchecked.
    if not tokenWasResolved
        perform varying referencedScanIndex from 1 by 1 until referencedScanIndex > referencedTableCount
            set catalogTableIndex to referencedTableSlot(referencedScanIndex)
            if catalogTableColumnsAreOpen(catalogTableIndex)
                exit paragraph
            end-if
        end-perform
    end-if

    *> A qualifier that names no referenced table is a correlation alias
    *> whose table cannot be told apart here, so the column was already
    *> checked against every referenced table above.
        move catalogColumnIndex to lastColumnNumber
        move catalogTableName(catalogTableIndex) to collectedTableText
        move trim(tokenColumnPart) to collectedColumnText
        set columnIsWritten to false
        if insideInsertTargetList
            set columnIsWritten to true
            move "C" to writtenColumnLetter
        end-if
        if insideSetList and setTargetIsNext
            set columnIsWritten to true
            move "U" to writtenColumnLetter
            set setTargetIsNext to false
        end-if
        perform 2d-collect-reference
        if catalogColumnClass(catalogTableIndex catalogColumnIndex) not = spaces or
           catalogColumnIsRestricted(catalogTableIndex catalogColumnIndex)
            perform 2g-note-sensitive-reference
        end-if
        if insidePredicateRegion
            perform 2k-note-predicate-column
        end-if
        if (insideSelectList or insideInsertColumnList) and
           positionalColumnCount < positionalColumnMax
            add 1 to positionalColumnCount
    end-if.

*>------------------------------------------------------------------------------
*> DECLARE GLOBAL TEMPORARY TABLE (and CREATE TABLE): the work table joins
*> the catalog for the statements after it, with the columns of its own
*> list, or those of the table it is LIKE. Declared again (WITH REPLACE,
*> or after a DROP) it takes the new definition in its old slot. The
*> declaration itself is the work table's first, creating reference.
*>------------------------------------------------------------------------------
2h-declare-work-table.

    set statementIsDdl to true
    move "C" to ddlCrudLetter

    add 1 to getWordNumber(statementTextLower, "table") giving workTableWordNumber
    move getWord(statementTextLower, workTableWordNumber) to scannedWord
    move zeros to tokenScanPointer
    perform 27-extract-next-token
    if tokenLength = zeros
        exit paragraph
    end-if
    move function lower-case(tokenText) to workTableName
    move zeros to workDotCount
    inspect workTableName tallying workDotCount for all "."
    if workDotCount = zeros and trim(statementVerb) = "declare"
        move spaces to tokenText
        string "session." trim(workTableName) delimited by size into tokenText
        move tokenText(1:64) to workTableName
    end-if

    move workTableName to tokenText
    perform 26-look-up-table
    if tokenWasResolved
        if not catalogTableIsWork(catalogTableIndex)
            *> A permanent catalog table keeps its catalog definition.
            move catalogTableIndex to workTableSlot
            perform 2h3-collect-the-declaration
            exit paragraph
        end-if
    else
        if catalogTableCount >= catalogTableMax
            move catalogTableMax to logNumericDisplay
            move spaces to logText
            string " (ERROR): PSQL0521E Statement " statementNumber " declares work table " trim(workTableName) ", but the catalog already holds " trim(logNumericDisplay) " tables" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if
        add 1 to catalogTableCount
        set catalogTableIndex to catalogTableCount
        move workTableName to catalogTableName(catalogTableIndex)
    end-if
    move catalogTableIndex to workTableSlot
    move "T" to catalogTableKind(workTableSlot)
    move zeros to catalogColumnCount(workTableSlot)
    move zeros to catalogIndexCount(workTableSlot)
    set catalogTableRowsAreKnown(workTableSlot) to false

    move getWordNumber(statementTextLower, "like") to workLikeWordNumber
    add 1 to workTableWordNumber
    evaluate true
        when workLikeWordNumber > zeros
            perform 2h1-copy-the-like-columns
        when trim(getWord(statementTextLower, workTableWordNumber)) = "as"
            move "O" to catalogTableKind(workTableSlot)
        when other
            perform 2h2-parse-the-column-list
    end-evaluate

    perform 2h3-collect-the-declaration.

*>------------------------------------------------------------------------------
*> "... LIKE <table>": the work table takes the named table's columns,
*> classifications included - sensitive data copied is still sensitive.
*>------------------------------------------------------------------------------
2h1-copy-the-like-columns.

    add 1 to workLikeWordNumber
    move getWord(statementTextLower, workLikeWordNumber) to scannedWord
    move zeros to tokenScanPointer
    perform 27-extract-next-token
    perform 26-look-up-table
    if not tokenWasResolved
        move spaces to logText
        string " (ERROR): PSQL0508E Statement " statementNumber " references table " trim(tokenText) " which is not in the schema catalog" delimited by size into logText
        perform 90-write-log
        set thereWasACatalogMiss to true
        exit paragraph
    end-if

    move catalogTableIndex to workBaseSlot
    move catalogColumnCount(workBaseSlot) to catalogColumnCount(workTableSlot)
    perform varying workColumnIndex from 1 by 1
              until workColumnIndex > catalogColumnCount(workBaseSlot)
        move catalogColumnEntry(workBaseSlot workColumnIndex) to catalogColumnEntry(workTableSlot workColumnIndex)
    end-perform.

*>------------------------------------------------------------------------------
*> The work table's own column list, parsed with the DECLARE TABLE parse
*> in the declared-table slot after the program's own declarations.
*>------------------------------------------------------------------------------
2h2-parse-the-column-list.

    if declaredTableCount >= declaredTableMax
        exit paragraph
    end-if
    set declaredTableIndex to declaredTableCount
    set declaredTableIndex up by 1
    move zeros to declaredColumnCount(declaredTableIndex)
    move statementTextLower to declareText
    perform 141a-walk-the-column-list

    move declaredColumnCount(declaredTableIndex) to catalogColumnCount(workTableSlot)
    perform varying declaredColumnIndex from 1 by 1
              until declaredColumnIndex > declaredColumnCount(declaredTableIndex)
        move declaredColumnName(declaredTableIndex declaredColumnIndex) to catalogColumnName(workTableSlot declaredColumnIndex)
        move declaredColumnType(declaredTableIndex declaredColumnIndex) to catalogColumnType(workTableSlot declaredColumnIndex)
        move declaredColumnLength(declaredTableIndex declaredColumnIndex) to catalogColumnLength(workTableSlot declaredColumnIndex)
        move declaredColumnScale(declaredTableIndex declaredColumnIndex) to catalogColumnScale(workTableSlot declaredColumnIndex)
        move spaces to catalogColumnClass(workTableSlot declaredColumnIndex)
        set catalogColumnIsRestricted(workTableSlot declaredColumnIndex) to false
    end-perform
    move spaces to declareText.

*>------------------------------------------------------------------------------
*> The declared table's table-level reference for the where-used index.
*>------------------------------------------------------------------------------
2h3-collect-the-declaration.

    set catalogTableIndex to workTableSlot
    move catalogTableName(catalogTableIndex) to collectedTableText
    move spaces to collectedColumnText
    perform 2d-collect-reference.

*>------------------------------------------------------------------------------
*> CREATE INDEX ... ON <table> (<columns>), DROP TABLE <table> and TRUNCATE
*> [TABLE] <table>: the table is checked like a FROM-clause table, and an
*> index's column list like any column reference. CREATE TABLE declares a
*> work table. DDL naming no table (DROP INDEX and the like) is let be.
*>------------------------------------------------------------------------------
2i-check-ddl-statement.

    set statementIsDdl to true
    move zeros to workTableWordNumber
    evaluate trim(statementVerb)
        when "create"
            if getWordNumber(statementTextLower, "index") > zeros
                add 1 to getWordNumber(statementTextLower, "on") giving workTableWordNumber
            else
                if getWordNumber(statementTextLower, "table") > zeros
                    perform 2h-declare-work-table
                end-if
                exit paragraph
            end-if
        when "drop"
            if getWordNumber(statementTextLower, "table") > zeros
                add 1 to getWordNumber(statementTextLower, "table") giving workTableWordNumber
                move "D" to ddlCrudLetter
            end-if
        when other
            add 1 to getWordNumber(statementTextLower, "truncate") giving workTableWordNumber
            if trim(getWord(statementTextLower, workTableWordNumber)) = "table"
                add 1 to workTableWordNumber
            end-if
            move "D" to ddlCrudLetter
    end-evaluate
    if workTableWordNumber <= 1
        exit paragraph
    end-if

    move zeros to referencedTableCount
    move zeros to referencedAliasCount
    set insideFromRegion to false
    set targetTableWasSeen to true
    set insideStringLiteral to false
    set nextWordIsATable to true
    move getWord(statementText, workTableWordNumber) to scannedWord
    move function lower-case(scannedWord) to scannedWordLower
    perform 23-register-table-or-alias

    *> An index's column list is checked from the table's own word (the
    *> "(" may be glued to it) up to the word that closes the list.
    if trim(statementVerb) = "create" and referencedTableCount > zeros
        move workTableWordNumber to columnScanStartWord
        perform 2i1-find-end-of-column-list
        perform 24-check-all-columns
    end-if.

*>------------------------------------------------------------------------------
*> Sets wordsInStatement to the word that closes the parenthesized list
*> starting at or after columnScanStartWord.
*>------------------------------------------------------------------------------
2i1-find-end-of-column-list.

    move getWordCount(statementText) to wordsInStatement
    move zeros to workParenDepth
    set workListHasStarted to false
    perform varying wordScanIndex from columnScanStartWord by 1 until wordScanIndex > wordsInStatement
        move getWord(statementText, wordScanIndex) to scannedWord
        move zeros to workParenOpens
        move zeros to workParenCloses
        inspect scannedWord tallying workParenOpens for all "("
        inspect scannedWord tallying workParenCloses for all ")"
        if workParenOpens > zeros
            set workListHasStarted to true
        end-if
        compute workParenDepth = workParenDepth + workParenOpens - workParenCloses
        if workListHasStarted and workParenDepth <= zeros
            move wordScanIndex to wordsInStatement
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Checks the host variable named in boundVarName against the catalog
*> column in checkedColumnTable/checkedColumnNumber: character pictures do
*> not belong on numeric columns (or the other way round), a character
*> host shorter than its column truncates, and a numeric host with fewer
*> decimal positions than its column silently drops precision. All three
*> come back as warnings, not errors, since the shop may know better.
*>------------------------------------------------------------------------------
2a-check-bound-variable.

    if catalogColumnClass(checkedColumnTable checkedColumnNumber) not = spaces or
       catalogColumnIsRestricted(checkedColumnTable checkedColumnNumber)
        perform 2j-note-masked-binding
    end-if

    perform varying hostVariableIndex from 1 by 1 until hostVariableIndex > hostVariableCount
        if trim(hostVariableName(hostVariableIndex)) = function lower-case(trim(boundVarName)) and
           hostVariableUnit(hostVariableIndex) = currentUnitIndex
            exit perform
        end-if
    end-perform
    if hostVariableIndex > hostVariableCount
        exit paragraph
    end-if

    evaluate trim(catalogColumnType(checkedColumnTable checkedColumnNumber))
        when "char"
        when "real"
        when "double"
            move "N" to columnTypeClass
        when "date"
        when "time"
        when "timestamp"
            move "D" to columnTypeClass
        when other
            *> A column with no (or an unrecognized) type in the catalog
            *> cannot be checked; name validation already covered it.
            exit paragraph
    end-evaluate

    *> A date/time column is checked against the declared format, which
    *> the translated bind converts to and from the ISO text; without
    *> one, only a character field that holds the ISO text itself binds
    *> cleanly.
    if columnTypeClass = "D"
        if hostVariableDateKind(hostVariableIndex) not = spaces
            if hostVariableDateKind(hostVariableIndex) not = function upper-case(trim(catalogColumnType(checkedColumnTable checkedColumnNumber)))
                move spaces to logText
                string " (WARNING): PSQL0523W Statement " statementNumber " binds :" trim(boundVarName) " (" trim(hostVariableDateKind(hostVariableIndex)) " format) to column " trim(catalogColumnName(checkedColumnTable checkedColumnNumber)) " (" trim(catalogColumnType(checkedColumnTable checkedColumnNumber)) "), which is a different kind of value" delimited by size into logText
                perform 90-write-log
                set thereWasATypeWarning to true
            end-if
            exit paragraph
        end-if
        evaluate trim(catalogColumnType(checkedColumnTable checkedColumnNumber))
            when "date"
                move 10 to dateKindIsoLength
            when "time"
                move 8 to dateKindIsoLength
            when other
                move 19 to dateKindIsoLength
        end-evaluate
        if hostVariableType(hostVariableIndex) not = "C" or
           hostVariableLength(hostVariableIndex) < dateKindIsoLength
            move spaces to logText
            string " (WARNING): PSQL0524W Statement " statementNumber " binds :" trim(boundVarName) " (" trim(hostVariablePicture(hostVariableIndex)) ") to column " trim(catalogColumnName(checkedColumnTable checkedColumnNumber)) " (" trim(catalogColumnType(checkedColumnTable checkedColumnNumber)) ") with no SQL FORMAT clause and a picture too short for its ISO text" delimited by size into logText
            perform 90-write-log
            set thereWasATypeWarning to true
        end-if
        exit paragraph
    end-if

    if hostVariableType(hostVariableIndex) not = columnTypeClass
        move spaces to logText
        string " (WARNING): PSQL0510W Statement " statementNumber " binds :" trim(boundVarName) " (" trim(hostVariablePicture(hostVariableIndex)) ") to column " trim(catalogColumnName(checkedColumnTable checkedColumnNumber)) " (" trim(catalogColumnType(checkedColumnTable checkedColumnNumber)) "), which is not type-compatible" delimited by size into logText
        set thereWasATypeWarning to true
    end-if.

*>------------------------------------------------------------------------------
*> Keeps the host variable just paired with a classified or restricted
*> column, once per statement.
*>------------------------------------------------------------------------------
2j-note-masked-binding.

    perform varying maskedBindingIndex from 1 by 1 until maskedBindingIndex > maskedBindingCount
        if maskedBindingStatement(maskedBindingIndex) = statementNumber and
           maskedBindingName(maskedBindingIndex) = function lower-case(boundVarName)
            exit paragraph
        end-if
    end-perform
    if maskedBindingCount < maskedBindingMax
        add 1 to maskedBindingCount
        move statementNumber to maskedBindingStatement(maskedBindingCount)
        move function lower-case(boundVarName) to maskedBindingName(maskedBindingCount)
    end-if.

*>------------------------------------------------------------------------------
*> Pairs the positional column and host-variable lists collected from a
*> SELECT INTO (select list against INTO list) or an INSERT (column list
*> into the collection: the statement number joins the entry's list, and
*> the access flag grades to B once the same name is both read and
*> written in this program. SELECT and DECLARE CURSOR read; INSERT,
*> UPDATE and DELETE change the table. The CRUD flags accumulate the same
*> way, one position per letter: a changing statement's target table
*> gets its verb's letter (a MERGE both C and U, and D when a WHEN branch
*> deletes), any other table it names is read; of its columns, the ones
*> it assigns or inserts get C or U and the rest - WHERE, SET right-hand
*> sides, subqueries - are read.
*>------------------------------------------------------------------------------
2d-collect-reference.

    if (trim(statementVerb) = "select" or trim(statementVerb) = "declare") and
       not statementIsDdl
        move "R" to collectedAccessFlag
    else
        move "W" to collectedAccessFlag
    end-if

    move spaces to collectedCrudFlags
    evaluate true
        when statementIsDdl
            *> A work table's declaration creates it; DROP and TRUNCATE
            *> remove its rows; CREATE INDEX reads or writes no data.
            evaluate ddlCrudLetter
                when "C" move "C" to collectedCrudFlags(1:1)
                when "D" move "D" to collectedCrudFlags(4:1)
                when other continue
            end-evaluate
        when trim(statementVerb) = "select" or trim(statementVerb) = "declare"
            move "R" to collectedCrudFlags(2:1)
        when collectedColumnText = spaces and not referenceIsTheTarget
            move "R" to collectedCrudFlags(2:1)
        when collectedColumnText not = spaces and not columnIsWritten
            move "R" to collectedCrudFlags(2:1)
        when collectedColumnText not = spaces
            if writtenColumnLetter = "C"
                move "C" to collectedCrudFlags(1:1)
            else
                move "U" to collectedCrudFlags(3:1)
            end-if
        when trim(statementVerb) = "insert"
            move "C" to collectedCrudFlags(1:1)
        when trim(statementVerb) = "update"
            move "U" to collectedCrudFlags(3:1)
        when trim(statementVerb) = "delete"
            move "D" to collectedCrudFlags(4:1)
        when other
            move "C" to collectedCrudFlags(1:1)
            move "U" to collectedCrudFlags(3:1)
            if getWordNumber(statementTextLower, "delete") > zeros
                move "D" to collectedCrudFlags(4:1)
            end-if
    end-evaluate

    perform varying collectedRefIndex from 1 by 1 until collectedRefIndex > collectedRefCount
        if collectedRefTable(collectedRefIndex) = collectedTableText and
           collectedRefColumn(collectedRefIndex) = collectedColumnText and
           collectedRefUnit(collectedRefIndex) = currentUnitIndex
            if collectedRefAccess(collectedRefIndex) not = collectedAccessFlag
                move "B" to collectedRefAccess(collectedRefIndex)
            end-if
            perform 2f-merge-crud-flags
            perform 2e-append-statement-number
            if catalogTableIsWork(catalogTableIndex)
                move "T" to collectedRefWorkTable(collectedRefIndex)
            end-if
            exit paragraph
        end-if
    end-perform
        move collectedColumnText to collectedRefColumn(collectedRefCount)
        move spaces to collectedRefList(collectedRefCount)
        move collectedAccessFlag to collectedRefAccess(collectedRefCount)
        move collectedCrudFlags to collectedRefCrud(collectedRefCount)
        move spaces to collectedRefClass(collectedRefCount)
        move spaces to collectedRefRestricted(collectedRefCount)
        move spaces to collectedRefExport(collectedRefCount)
        move spaces to collectedRefRefused(collectedRefCount)
        move spaces to collectedRefWorkTable(collectedRefCount)
        if catalogTableIsWork(catalogTableIndex)
            move "T" to collectedRefWorkTable(collectedRefCount)
        end-if
        move currentUnitIndex to collectedRefUnit(collectedRefCount)
        perform 2e-append-statement-number
    end-if.

        move collectedListScratch to collectedRefList(collectedRefIndex)
    end-if.

*>------------------------------------------------------------------------------
*> Adds this reference's CRUD letters to the entry's, position by position.
*>------------------------------------------------------------------------------
2f-merge-crud-flags.

    perform varying collectedCrudPosition from 1 by 1 until collectedCrudPosition > 4
        if collectedCrudFlags(collectedCrudPosition:1) not = space
            move collectedCrudFlags(collectedCrudPosition:1) to collectedRefCrud(collectedRefIndex)(collectedCrudPosition:1)
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> A reference to a classified or restricted column: the classification
*> rides into the index entry, a column an INSERT or MERGE reads is
*> marked exported, and a restricted column is checked against this
*> program's approved-program entry - once per column, not per statement.
*>------------------------------------------------------------------------------
2g-note-sensitive-reference.

    if collectedRefIndex > collectedRefCount
        exit paragraph
    end-if

    move catalogColumnClass(catalogTableIndex catalogColumnIndex) to collectedRefClass(collectedRefIndex)
    move catalogColumnRestricted(catalogTableIndex catalogColumnIndex) to collectedRefRestricted(collectedRefIndex)
    if collectedCrudFlags(2:1) = "R" and
       (trim(statementVerb) = "insert" or trim(statementVerb) = "merge")
        move "E" to collectedRefExport(collectedRefIndex)
    end-if

    if not catalogColumnIsRestricted(catalogTableIndex catalogColumnIndex) or
       collectedRefRefused(collectedRefIndex) = "Y"
        exit paragraph
    end-if

    set accessIsApproved to false
    if thisProgramIsListed
        if approvedClassList = spaces
            set accessIsApproved to true
        else
            move catalogColumnClass(catalogTableIndex catalogColumnIndex) to approvedClassWord
            if approvedClassWord not = spaces and
               getWordNumber(approvedClassList, approvedClassWord) > zeros
                set accessIsApproved to true
            end-if
        end-if
    end-if

    if not accessIsApproved
        move "Y" to collectedRefRefused(collectedRefIndex)
        move spaces to logText
        string " (ERROR): PSQL0518E Statement " statementNumber " touches restricted column " trim(collectedTableText) "." trim(collectedColumnText) ", and " trim(approvedProgramBase) " is not approved for it" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> A column the scan resolved inside a predicate (lastColumnTable and
*> lastColumnNumber), on a table the indexability check covers. Wrapped
*> in a function or an arithmetic or concatenation, or compared with a
*> LIKE pattern starting with a wildcard, it defeats every index it is a
*> key column of, and that is warned; compared plainly it lets the table
*> use an index it leads. A negated comparison does neither.
*>------------------------------------------------------------------------------
2k-note-predicate-column.

    move lastColumnTable to probeTableSlot
    move lastColumnNumber to probeColumnNumber
    perform 2m-decide-if-checked
    if not probeTableIsChecked
        exit paragraph
    end-if

    perform 2k1-find-the-defeat

    if probeDefeatIsFunction or probeDefeatIsWildcard
        perform 2k2-list-key-indexes
        if probeIndexListText = spaces
            exit paragraph
        end-if
        move spaces to logText
        if probeDefeatIsFunction
            string " (WARNING): PSQL0531W Statement " statementNumber " applies a function or expression to column " trim(catalogTableName(probeTableSlot)) "." trim(catalogColumnName(probeTableSlot probeColumnNumber)) " in a predicate, which defeats index " trim(probeIndexListText) delimited by size into logText
        else
            string " (WARNING): PSQL0532W Statement " statementNumber " compares column " trim(catalogTableName(probeTableSlot)) "." trim(catalogColumnName(probeTableSlot probeColumnNumber)) " with a LIKE pattern starting with a wildcard, which defeats index " trim(probeIndexListText) delimited by size into logText
        end-if
        perform 90-write-log
        set thereWasATypeWarning to true
        exit paragraph
    end-if
    if probeIsNegated
        exit paragraph
    end-if

    perform varying catalogIndexIndex from 1 by 1
              until catalogIndexIndex > catalogIndexCount(probeTableSlot)
        if catalogIndexKeyColumn(probeTableSlot catalogIndexIndex 1) = probeColumnNumber
            set catalogTableHasUsableIndex(probeTableSlot) to true
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> How the column token just read out of scannedWord (ending at
*> tokenScanPointer) sits in its predicate: the text ahead of it ending
*> in "name(" is a function applied to it; an operator glued after it, or
*> an operator word next, an expression; "like" next with a pattern
*> opening on "%" or "_", a wildcard search; "<>", "!=" or "not" next, a
*> negated comparison.
*>------------------------------------------------------------------------------
2k1-find-the-defeat.

    set probeIsNotDefeated to true

    move tokenScanPointer to probeTokenStart
    perform until probeTokenStart <= 1
        move scannedWord(probeTokenStart - 1:1) to probeChar
        if not probeCharIsIdentifier
            exit perform
        end-if
        subtract 1 from probeTokenStart
    end-perform

    move spaces to probeText
    if probeTokenStart > 1
        move scannedWord(1:probeTokenStart - 1) to probeText
    else
        if wordScanIndex > 1
            subtract 1 from wordScanIndex giving probeWordNumber
            move getWord(statementTextLower, probeWordNumber) to probeText
        end-if
    end-if
    move zeros to probeTextLength
    if probeText not = spaces
        move stored-char-length(probeText) to probeTextLength
    end-if
    if probeTextLength > 1 and probeText(probeTextLength:1) = "("
        subtract 1 from probeTextLength giving probePosition
        perform until probePosition < 1
            move probeText(probePosition:1) to probeChar
            if not probeCharIsIdentifier
                exit perform
            end-if
            subtract 1 from probePosition
        end-perform
        if probePosition < probeTextLength - 1
            move spaces to probeFunctionName
            move function lower-case(probeText(probePosition + 1:probeTextLength - probePosition - 1)) to probeFunctionName
            if getWordNumber(nonFunctionWords, probeFunctionName) = zeros
                set probeDefeatIsFunction to true
                exit paragraph
            end-if
        end-if
    end-if

    if tokenScanPointer < stored-char-length(scannedWord)
        move scannedWord(tokenScanPointer + 1:1) to probeChar
        if probeCharIsOperator
            set probeDefeatIsFunction to true
        end-if
        exit paragraph
    end-if

    move spaces to probeNextWord
    move spaces to probeAfterNextWord
    if wordScanIndex < wordsInStatement
        add 1 to wordScanIndex giving probeWordNumber
        move getWord(statementTextLower, probeWordNumber) to probeNextWord
        if probeWordNumber < wordsInStatement
            add 1 to probeWordNumber
            move getWord(statementText, probeWordNumber) to probeAfterNextWord
        end-if
    end-if
    move probeNextWord(1:1) to probeChar
    evaluate true
        when trim(probeNextWord) = "-"
        when probeCharIsOperator
            set probeDefeatIsFunction to true
        when trim(probeNextWord) = "like"
            if probeAfterNextWord(1:1) = quoteCharacter and
               (probeAfterNextWord(2:1) = "%" or probeAfterNextWord(2:1) = "_")
                set probeDefeatIsWildcard to true
            end-if
        when trim(probeNextWord) = "<>"
        when trim(probeNextWord) = "!="
        when trim(probeNextWord) = "not"
            set probeIsNegated to true
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> The indexes the column being judged is a key column of, as
*> "name(key columns)", comma-separated.
*>------------------------------------------------------------------------------
2k2-list-key-indexes.

    move spaces to probeIndexListText
    perform varying catalogIndexIndex from 1 by 1
              until catalogIndexIndex > catalogIndexCount(probeTableSlot)
        perform varying probeKeyIndex from 1 by 1
                  until probeKeyIndex > catalogIndexKeyCount(probeTableSlot catalogIndexIndex)
            if catalogIndexKeyColumn(probeTableSlot catalogIndexIndex probeKeyIndex) = probeColumnNumber
                perform 2l2-append-one-index
                exit perform
            end-if
        end-perform
    end-perform.

*>------------------------------------------------------------------------------
*> After the column scan: every large table the statement searches with
*> no predicate any of its indexes can use is warned, once per
*> statement, naming each index considered - or none, for a large table
*> the catalog lists no index for.
*>------------------------------------------------------------------------------
2l-check-index-usage.

    perform varying referencedScanIndex from 1 by 1 until referencedScanIndex > referencedTableCount
        move referencedTableSlot(referencedScanIndex) to probeTableSlot
        if probeTableSlot not = insertTargetSlot and
           not catalogTableHasUsableIndex(probeTableSlot) and
           not catalogTableWasJudged(probeTableSlot)
            set catalogTableWasJudged(probeTableSlot) to true
            perform 2m-decide-if-checked
            if probeTableIsChecked
                perform 2l1-report-unindexed-access
            end-if
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The warning itself, the table's row estimate and its indexes (each
*> with its key columns, the leading one first) named.
*>------------------------------------------------------------------------------
2l1-report-unindexed-access.

    move spaces to probeIndexListText
    perform varying catalogIndexIndex from 1 by 1
              until catalogIndexIndex > catalogIndexCount(probeTableSlot)
        perform 2l2-append-one-index
    end-perform
    if probeIndexListText = spaces
        move "none" to probeIndexListText
    end-if

    move spaces to logText
    if catalogTableRowsAreKnown(probeTableSlot)
        move catalogTableRows(probeTableSlot) to probeRowsDisplay
        string " (WARNING): PSQL0530W Statement " statementNumber " searches large table " trim(catalogTableName(probeTableSlot)) " (" trim(probeRowsDisplay) " rows) with no predicate on the leading column of any of its indexes; indexes considered: " trim(probeIndexListText) delimited by size into logText
    else
        string " (WARNING): PSQL0530W Statement " statementNumber " searches large table " trim(catalogTableName(probeTableSlot)) " (no row estimate) with no predicate on the leading column of any of its indexes; indexes considered: " trim(probeIndexListText) delimited by size into logText
    end-if
    perform 90-write-log
    set thereWasATypeWarning to true.

*>------------------------------------------------------------------------------
*> Appends index catalogIndexIndex of the table being judged to the list
*> as "name(key, key...)"; a list too long for the message is cut short.
*>------------------------------------------------------------------------------
2l2-append-one-index.

    move spaces to probeIndexListScratch
    if probeIndexListText = spaces
        string trim(catalogIndexName(probeTableSlot catalogIndexIndex)) "(" delimited by size into probeIndexListScratch
    else
        string trim(probeIndexListText) ", " trim(catalogIndexName(probeTableSlot catalogIndexIndex)) "(" delimited by size into probeIndexListScratch
    end-if
    perform varying probeKeyIndex from 1 by 1
              until probeKeyIndex > catalogIndexKeyCount(probeTableSlot catalogIndexIndex)
        move probeIndexListScratch to probeIndexListText
        move spaces to probeIndexListScratch
        if probeKeyIndex = 1
            string trim(probeIndexListText) trim(catalogColumnName(probeTableSlot catalogIndexKeyColumn(probeTableSlot catalogIndexIndex probeKeyIndex))) delimited by size into probeIndexListScratch
        else
            string trim(probeIndexListText) " " trim(catalogColumnName(probeTableSlot catalogIndexKeyColumn(probeTableSlot catalogIndexIndex probeKeyIndex))) delimited by size into probeIndexListScratch
        end-if
    end-perform
    move spaces to probeIndexListText
    string trim(probeIndexListScratch) ")" delimited by size into probeIndexListText.

*>------------------------------------------------------------------------------
*> Whether the table in probeTableSlot is one the indexability check
*> covers: a catalog table carrying index definitions or a row estimate,
*> with no estimate below the large-table threshold. A table the catalog
*> says nothing of either way, or a work table, is left alone.
*>------------------------------------------------------------------------------
2m-decide-if-checked.

    set probeTableIsChecked to false
    if catalogTableIsWork(probeTableSlot)
        exit paragraph
    end-if
    if catalogIndexCount(probeTableSlot) = zeros and
       not catalogTableRowsAreKnown(probeTableSlot)
        exit paragraph
    end-if
    if catalogTableRowsAreKnown(probeTableSlot) and
       catalogTableRows(probeTableSlot) < largeTableRows
        exit paragraph
    end-if
    set probeTableIsChecked to true.

*>------------------------------------------------------------------------------
*> Flushes the collected references into the cumulative index: the
*> program's previous entries are removed first so a reference dropped
    end-if

    move trim(substitute(inputSourceFileName, ".presql.step2", " ")) to whereUsedProgramText
    move spaces to unitProgramPrefix
    string trim(whereUsedProgramText) "(" delimited by size into unitProgramPrefix
    move stored-char-length(unitProgramPrefix) to unitProgramPrefixLength

    open i-o whereUsedFile
    if whereUsedNotFound
        move collectedRefTable(collectedRefIndex) to whereUsedTableName
        move collectedRefColumn(collectedRefIndex) to whereUsedColumnName
        move whereUsedProgramText to whereUsedProgramName
        if collectedRefUnit(collectedRefIndex) > zeros
            move spaces to whereUsedProgramName
            string trim(whereUsedProgramText) "(" trim(programUnitName(collectedRefUnit(collectedRefIndex))) ")" delimited by size into whereUsedProgramName
        end-if
        move collectedRefList(collectedRefIndex) to whereUsedStatements
        move collectedRefAccess(collectedRefIndex) to whereUsedAccessFlag
        move collectedRefCrud(collectedRefIndex) to whereUsedCrudFlags
        move collectedRefClass(collectedRefIndex) to whereUsedSensitivity
        move collectedRefRestricted(collectedRefIndex) to whereUsedRestrictedFlag
        move collectedRefExport(collectedRefIndex) to whereUsedExportFlag
        move collectedRefWorkTable(collectedRefIndex) to whereUsedWorkTableFlag
        write whereUsedRecord
            invalid key rewrite whereUsedRecord
        end-write
*>------------------------------------------------------------------------------
*> One sequential pass deleting every index record this program wrote on a
*> previous run. The key orders by table and column first, so the
*> program's records are scattered and the whole file is walked. The
*> "source(PROGRAM-ID)" records of a multi-program source go too, so a
*> unit dropped from the source, or the source going back to a single
*> program, leaves nothing behind.
*>------------------------------------------------------------------------------
31-remove-stale-entries.


    read whereUsedFile next record at end set whereUsedEof to true end-read
    perform until whereUsedEof
        if whereUsedProgramName = whereUsedProgramText or
           whereUsedProgramName(1:unitProgramPrefixLength) = unitProgramPrefix(1:unitProgramPrefixLength)
            delete whereUsedFile record end-delete
        end-if
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-perform
    move spaces to whereUsedFileStatus.

*>------------------------------------------------------------------------------
*> The .presql.masked list presqlTranslate reads under -F. A list that
*> cannot be written would leave sensitive values in the clear, so it
*> fails the step.
*>------------------------------------------------------------------------------
32-write-masked-bindings.

    move substitute(inputSourceFileName, ".presql.step2", ".presql.masked") to maskedBindingsFileName
    open output maskedBindingsFile
    if maskedBindingsFileStatus not = "00"
        string " (ERROR): PSQL0522E Opening " trim(maskedBindingsFileName) " failed with file-status " maskedBindingsFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    perform varying maskedBindingIndex from 1 by 1 until maskedBindingIndex > maskedBindingCount
        move spaces to maskedBindingsLine
        string maskedBindingStatement(maskedBindingIndex) " " trim(maskedBindingName(maskedBindingIndex)) delimited by size into maskedBindingsLine
        write maskedBindingsLine
    end-perform
    close maskedBindingsFile.

*>------------------------------------------------------------------------------
*> Looks tokenText up as a table name in the catalog, leaving
*> catalogTableIndex pointing at it when found. With an indexed catalog a
*> table not taken in yet is read from it by key.
*>------------------------------------------------------------------------------
26-look-up-table.

            set tokenWasResolved to true
            exit perform
        end-if
    end-perform
    if not tokenWasResolved and catalogIsIndexed
        perform 261-read-indexed-table
    end-if.

*>------------------------------------------------------------------------------
*> Takes the table named in tokenText into the next slot from the indexed
*> catalog: its T entry says it is there (and carries its row estimate),
*> its P entries give its columns in the catalog's order and its I
*> entries its indexes.
*>------------------------------------------------------------------------------
261-read-indexed-table.

    move spaces to indexedCatalogKey
    move function lower-case(tokenText) to indexedTableName
    move "T" to indexedEntryKind
    read indexedCatalog key is indexedCatalogKey
        invalid key exit paragraph
    end-read

    if catalogTableCount >= catalogTableMax
        move catalogTableMax to logNumericDisplay
        move spaces to logText
        string " (ERROR): PSQL0525E The program references more than " trim(logNumericDisplay) " tables of the indexed schema catalog" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    add 1 to catalogTableCount
    set catalogTableIndex to catalogTableCount
    move indexedTableName to catalogTableName(catalogTableIndex)
    set catalogTableIsWork(catalogTableIndex) to false
    move zeros to catalogColumnCount(catalogTableIndex)
    move zeros to catalogIndexCount(catalogTableIndex)
    move zeros to catalogTableRows(catalogTableIndex)
    set catalogTableRowsAreKnown(catalogTableIndex) to false
    if indexedTableRows is numeric
        move indexedTableRows to catalogTableRows(catalogTableIndex)
        set catalogTableRowsAreKnown(catalogTableIndex) to true
    end-if

    move "P" to indexedEntryKind
    move low-values to indexedEntryName
    start indexedCatalog key > indexedCatalogKey
        invalid key move "10" to indexedCatalogFileStatus
    end-start
    if indexedCatalogFileStatus = "00"
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-if
    perform until indexedCatalogFileStatus not = "00"
               or indexedTableName not = catalogTableName(catalogTableIndex)
               or indexedEntryKind not = "P"
        if catalogColumnCount(catalogTableIndex) >= catalogColumnMax
            move catalogColumnMax to logNumericDisplay
            move spaces to logText
            string " (ERROR): PSQL0506E Schema catalog table " trim(catalogTableName(catalogTableIndex)) " holds more than " trim(logNumericDisplay) " columns" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit perform
        end-if
        add 1 to catalogColumnCount(catalogTableIndex)
        set catalogColumnIndex to catalogColumnCount(catalogTableIndex)
        move indexedColumnName to catalogColumnName(catalogTableIndex catalogColumnIndex)
        move indexedColumnType to catalogColumnType(catalogTableIndex catalogColumnIndex)
        move indexedColumnLength to catalogColumnLength(catalogTableIndex catalogColumnIndex)
        move indexedColumnScale to catalogColumnScale(catalogTableIndex catalogColumnIndex)
        move indexedColumnClass to catalogColumnClass(catalogTableIndex catalogColumnIndex)
        move indexedColumnRestricted to catalogColumnRestricted(catalogTableIndex catalogColumnIndex)
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-perform
    move "00" to indexedCatalogFileStatus
    if itIsOkSoFar
        perform 262-read-indexed-indexes
    end-if

    set tokenWasResolved to true
    if runningModeIsVerbose
        move catalogColumnCount(catalogTableIndex) to logNumericDisplay
        string " (info): Read table " trim(catalogTableName(catalogTableIndex)) " with " trim(logNumericDisplay) " columns from the indexed catalog" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> The table's I entries, one index each; the key positions are the
*> column numbers the P entries were just taken in by.
*>------------------------------------------------------------------------------
262-read-indexed-indexes.

    move spaces to indexedCatalogKey
    move catalogTableName(catalogTableIndex) to indexedTableName
    move "I" to indexedEntryKind
    move low-values to indexedEntryName
    start indexedCatalog key > indexedCatalogKey
        invalid key move "10" to indexedCatalogFileStatus
    end-start
    if indexedCatalogFileStatus = "00"
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-if
    perform until indexedCatalogFileStatus not = "00"
               or indexedTableName not = catalogTableName(catalogTableIndex)
               or indexedEntryKind not = "I"
               or catalogIndexCount(catalogTableIndex) >= catalogIndexMax
        add 1 to catalogIndexCount(catalogTableIndex)
        set catalogIndexIndex to catalogIndexCount(catalogTableIndex)
        move indexedEntryName to catalogIndexName(catalogTableIndex catalogIndexIndex)
        move indexedIndexUnique to catalogIndexUnique(catalogTableIndex catalogIndexIndex)
        move zeros to catalogIndexKeyCount(catalogTableIndex catalogIndexIndex)
        perform varying probeKeyIndex from 1 by 1
                  until probeKeyIndex > indexedIndexKeyCount or probeKeyIndex > catalogIndexKeyMax
            *> A position past the table's columns ends the key there, so
            *> the columns after it never pass for leading ones.
            if indexedIndexKeyPosition(probeKeyIndex) = zeros or
               indexedIndexKeyPosition(probeKeyIndex) > catalogColumnCount(catalogTableIndex)
                exit perform
            end-if
            add 1 to catalogIndexKeyCount(catalogTableIndex catalogIndexIndex)
            move indexedIndexKeyPosition(probeKeyIndex) to catalogIndexKeyColumn(catalogTableIndex catalogIndexIndex catalogIndexKeyCount(catalogTableIndex catalogIndexIndex))
        end-perform
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-perform
    move "00" to indexedCatalogFileStatus.

*>------------------------------------------------------------------------------
*> Reads the next identifier token out of scannedWord, starting after
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    *> Noted ahead of the -z policy: a what-if finding belongs in the
    *> impact report even where the shop has softened the message.
    if impactReportFileName not = spaces
        perform 91-note-impact-finding
    end-if

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
    move spaces to logText.

*>------------------------------------------------------------------------------
*> Appends the message to the what-if impact report when it is one of the
*> findings that break the program, prefixed with the program's name.
*>------------------------------------------------------------------------------
91-note-impact-finding.

    move zeros to impactIdOffset
    inspect logText tallying impactIdOffset for characters before initial "PSQL05"
    if impactIdOffset >= 246
        exit paragraph
    end-if
    move logText(impactIdOffset + 1:9) to impactMessageId
    evaluate impactMessageId
        when "PSQL0508E"
        when "PSQL0509E"
        when "PSQL0510W"
        when "PSQL0511W"
        when "PSQL0512W"
        when "PSQL0517E"
        when "PSQL0518E"
            continue
        when other
            exit paragraph
    end-evaluate

    open extend impactFile
    if impactFileStatus = "35"
        open output impactFile
    end-if
    if impactFileStatus not = "00"
        exit paragraph
    end-if
    move trim(substitute(inputSourceFileName, ".presql.step2", " ")) to impactProgramText
    move spaces to impactLine
    string trim(impactProgramText) "  " trim(logText(impactIdOffset + 1:)) delimited by size into impactLine
    write impactLine
    close impactFile
    add 1 to impactFindingCount.

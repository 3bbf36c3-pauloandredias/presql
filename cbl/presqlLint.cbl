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
    03 lintSourceFileName       pic x(255)  value spaces.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition

IDENTIFICATION DIVISION.
PROGRAM-ID. AdoptionMatching.
AUTHOR. Your Name.
*> Adoption application screening and matching. Applications on
*> adopter-applications.dat move from PENDING to APPROVED once the
*> home check has passed and enough references have checked out, or
*> to DECLINED on a failed home check. Pending and approved
*> applications older than the expiry period (180 days unless set on
*> adoption-parameters.dat) are EXPIRED, and approved applicants who
*> adopted on the last rescue run (adoption-status.dat) are marked
*> ADOPTED. Every approved applicant is then matched against the
*> adoptable animals on animal-details.dat - any animal not adopted
*> and not still in treatment - whose species the applicant will
*> take. Matches are scored on species, health status, treatments
*> due within the week, foster placement and size, and written as a
*> ranked list per animal and a ranked list per applicant.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT animal-details ASSIGN TO 'animal-details.dat'.
    SELECT adopter-applications ASSIGN TO 'adopter-applications.dat'
        FILE STATUS IS WS-APPLICATION-STATUS.
    SELECT adoption-parameters ASSIGN TO 'adoption-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT adoption-status ASSIGN TO 'adoption-status.dat'
        FILE STATUS IS WS-ADOPTION-STATUS.
    SELECT treatment-records ASSIGN TO 'treatment-records.dat'
        FILE STATUS IS WS-TREATMENT-STATUS.
    SELECT animal-sizes ASSIGN TO 'animal-sizes.dat'
        FILE STATUS IS WS-SIZE-STATUS.
    SELECT matches-by-animal ASSIGN TO 'adoption-matches-by-animal.dat'.
    SELECT matches-by-applicant
        ASSIGN TO 'adoption-matches-by-applicant.dat'.

DATA DIVISION.
FILE SECTION.
FD animal-details.
01 ANIMAL-RECORD.
    05 ANIMAL-ID            PIC X(10).
    05 SPECIES              PIC X(20).
    05 INTAKE-DATE          PIC 9(8).
    05 HEALTH-STATUS        PIC X(20).
    05 CURRENT-LOCATION     PIC X(6).

*> AP-SPECIES-PREF may be ANY. AP-SIZE-PREF is S, M, L or A (any).
*> AP-HOME-CHECK is N (not yet done), P (passed) or F (failed).
FD adopter-applications.
01 ADOPTER-APPLICATION-RECORD.
    05 AP-APPLICATION-ID    PIC X(8).
    05 AP-APPLICANT-NAME    PIC X(30).
    05 AP-APPLICATION-DATE  PIC 9(8).
    05 AP-ADULTS            PIC 9(2).
    05 AP-CHILDREN          PIC 9(2).
    05 AP-OTHER-PETS        PIC X.
    05 AP-HOME-TYPE         PIC X(10).
    05 AP-SPECIES-PREF      PIC X(20).
    05 AP-SIZE-PREF         PIC X.
    05 AP-HOME-CHECK        PIC X.
    05 AP-REFERENCES-OK     PIC 9.
    05 AP-STATUS            PIC X(8).
    05 AP-STATUS-DATE       PIC 9(8).

FD adoption-parameters.
01 ADOPTION-PARAMETER-RECORD.
    05 AX-EXPIRY-DAYS       PIC 9(3).
    05 AX-MIN-REFERENCES    PIC 9.

FD adoption-status.
01 ADOPTION-RECORD.
    05 AD-ANIMAL-ID         PIC X(10).
    05 ADOPTION-DATE        PIC 9(8).
    05 ADOPTED-BY           PIC X(30).
    05 AD-LENGTH-OF-STAY    PIC 9(5).

FD treatment-records.
01 TREATMENT-RECORD.
    05 TR-ANIMAL-ID         PIC X(10).
    05 TREATMENT-DATE       PIC 9(8).
    05 TREATMENT            PIC X(50).
    05 TR-NEXT-DUE-DATE     PIC 9(8).

FD animal-sizes.
01 ANIMAL-SIZE-RECORD.
    05 SZ-ANIMAL-ID         PIC X(10).
    05 SZ-SIZE              PIC X.

FD matches-by-animal.
01 ANIMAL-MATCH-RECORD.
    05 MA-ANIMAL-ID         PIC X(10).
    05 MA-SPECIES           PIC X(20).
    05 MA-RANK              PIC 9(3).
    05 MA-APPLICATION-ID    PIC X(8).
    05 MA-APPLICANT-NAME    PIC X(30).
    05 MA-SCORE             PIC 9(3).
    05 MA-TREATMENT-DUE     PIC X.
    05 MA-LOCATION          PIC X(6).

FD matches-by-applicant.
01 APPLICANT-MATCH-RECORD.
    05 MP-APPLICATION-ID    PIC X(8).
    05 MP-APPLICANT-NAME    PIC X(30).
    05 MP-RANK              PIC 9(3).
    05 MP-ANIMAL-ID         PIC X(10).
    05 MP-SPECIES           PIC X(20).
    05 MP-SCORE             PIC 9(3).
    05 MP-TREATMENT-DUE     PIC X.
    05 MP-LOCATION          PIC X(6).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE           PIC X VALUE 'N'.
    88 EOF                  VALUE 'Y'.
    88 NOT-EOF              VALUE 'N'.

01 WS-APPLICATION-STATUS    PIC XX.
01 WS-PARM-STATUS           PIC XX.
01 WS-ADOPTION-STATUS       PIC XX.
01 WS-TREATMENT-STATUS      PIC XX.
01 WS-SIZE-STATUS           PIC XX.
01 WS-CURRENT-DATE          PIC 9(8).
01 WS-EXPIRY-DAYS           PIC 9(3) VALUE 180.
01 WS-MIN-REFERENCES        PIC 9 VALUE 2.
01 WS-TREATMENT-CUTOFF      PIC 9(8).

01 WS-APPLICATION-COUNT     PIC 9(4) VALUE 0.
01 APPLICATION-TABLE.
    05 APPLICATION-ENTRY OCCURS 1000 TIMES INDEXED BY APP-IDX.
        10 AT-APPLICATION-RECORD  PIC X(100).
        10 AT-FIELDS REDEFINES AT-APPLICATION-RECORD.
            15 AT-APPLICATION-ID    PIC X(8).
            15 AT-APPLICANT-NAME    PIC X(30).
            15 AT-APPLICATION-DATE  PIC 9(8).
            15 FILLER               PIC X(15).
            15 AT-SPECIES-PREF      PIC X(20).
            15 AT-SIZE-PREF         PIC X.
            15 AT-HOME-CHECK        PIC X.
            15 AT-REFERENCES-OK     PIC 9.
            15 AT-STATUS            PIC X(8).
            15 AT-STATUS-DATE       PIC 9(8).

01 WS-ADOPTER-COUNT         PIC 9(4) VALUE 0.
01 ADOPTER-TABLE.
    05 ADOPTER-ENTRY OCCURS 500 TIMES INDEXED BY ADOPTER-IDX.
        10 AR-ANIMAL-ID         PIC X(10).
        10 AR-ADOPTED-BY        PIC X(30).
        10 AR-ADOPTION-DATE     PIC 9(8).
01 WS-ADOPTER-FOUND         PIC X.
    88 ADOPTER-FOUND        VALUE 'Y'.

01 WS-DUE-COUNT             PIC 9(4) VALUE 0.
01 TREATMENT-DUE-TABLE.
    05 TREATMENT-DUE-ENTRY OCCURS 1000 TIMES INDEXED BY DUE-IDX.
        10 TD-ANIMAL-ID         PIC X(10).

01 WS-SIZE-COUNT            PIC 9(4) VALUE 0.
01 ANIMAL-SIZE-TABLE.
    05 ANIMAL-SIZE-ENTRY OCCURS 1000 TIMES INDEXED BY SIZE-IDX.
        10 ZT-ANIMAL-ID         PIC X(10).
        10 ZT-SIZE              PIC X.

01 WS-ANIMAL-COUNT          PIC 9(4) VALUE 0.
01 ANIMAL-TABLE.
    05 ANIMAL-ENTRY OCCURS 1000 TIMES INDEXED BY ANIMAL-IDX.
        10 AN-ANIMAL-ID         PIC X(10).
        10 AN-SPECIES           PIC X(20).
        10 AN-HEALTH-STATUS     PIC X(20).
        10 AN-LOCATION          PIC X(6).
        10 AN-SIZE              PIC X.
        10 AN-TREATMENT-DUE     PIC X.

01 WS-MATCH-COUNT           PIC 9(5) VALUE 0.
01 MATCH-TABLE.
    05 MATCH-ENTRY OCCURS 20000 TIMES INDEXED BY MATCH-IDX.
        10 MT-ANIMAL-ENTRY      PIC 9(4).
        10 MT-APPLICATION-ENTRY PIC 9(4).
        10 MT-SCORE             PIC 9(3).
        10 MT-ANIMAL-LISTED     PIC X.
        10 MT-APPLICANT-LISTED  PIC X.
01 WS-MATCH-SCORE           PIC 9(3).
01 WS-PICKED-MATCH          PIC 9(5).
01 WS-RANK                  PIC 9(3).
01 WS-CANDIDATE-APP         PIC 9(4).
01 WS-PICKED-APP            PIC 9(4).

01 WS-PENDING-COUNT         PIC 9(4) VALUE 0.
01 WS-APPROVED-COUNT        PIC 9(4) VALUE 0.
01 WS-EXPIRED-COUNT         PIC 9(4) VALUE 0.
01 WS-ADOPTED-COUNT         PIC 9(4) VALUE 0.
01 WS-DECLINED-COUNT        PIC 9(4) VALUE 0.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE     PIC X.
    05 DS-DATE-FROM         PIC 9(8).
    05 DS-DATE-TO           PIC 9(8).
    05 DS-DAYS              PIC S9(7).
    05 DS-RESULT-DATE       PIC 9(8).

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    05 OPS-EVENT             PIC X(5).
    05 OPS-RECORDS-READ      PIC 9(7).
    05 OPS-RECORDS-WRITTEN   PIC 9(7).
    05 OPS-COMPLETION-STATUS PIC X(10).
01 WS-OPS-RECORDS-READ       PIC 9(7) VALUE 0.
01 WS-OPS-RECORDS-WRITTEN    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
BEGIN.
    PERFORM LOG-RUN-START
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE 7 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-TREATMENT-CUTOFF
    PERFORM LOAD-ADOPTION-PARAMETERS
    PERFORM LOAD-RECENT-ADOPTIONS
    PERFORM LOAD-APPLICATIONS
    PERFORM SCREEN-APPLICATIONS
    PERFORM LOAD-TREATMENTS-DUE
    PERFORM LOAD-ANIMAL-SIZES
    PERFORM LOAD-ADOPTABLE-ANIMALS
    PERFORM MATCH-APPLICANTS
    OPEN OUTPUT matches-by-animal
    PERFORM WRITE-MATCHES-BY-ANIMAL
    CLOSE matches-by-animal
    OPEN OUTPUT matches-by-applicant
    PERFORM WRITE-MATCHES-BY-APPLICANT
    CLOSE matches-by-applicant
    PERFORM REWRITE-APPLICATIONS
    DISPLAY "Applications pending: " WS-PENDING-COUNT
    DISPLAY "Applications approved: " WS-APPROVED-COUNT
    DISPLAY "Applications declined: " WS-DECLINED-COUNT
    DISPLAY "Applications expired this run: " WS-EXPIRED-COUNT
    DISPLAY "Applicants adopted this run: " WS-ADOPTED-COUNT
    DISPLAY "Adoptable animals: " WS-ANIMAL-COUNT
    DISPLAY "Matches listed: " WS-MATCH-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-ADOPTION-PARAMETERS.
    OPEN INPUT adoption-parameters
    IF WS-PARM-STATUS = '00'
        READ adoption-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF AX-EXPIRY-DAYS IS NUMERIC AND AX-EXPIRY-DAYS > 0
                    MOVE AX-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                END-IF
                IF AX-MIN-REFERENCES IS NUMERIC
                    MOVE AX-MIN-REFERENCES TO WS-MIN-REFERENCES
                END-IF
        END-READ
        CLOSE adoption-parameters
    END-IF.

LOAD-RECENT-ADOPTIONS.
    OPEN INPUT adoption-status
    IF WS-ADOPTION-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ adoption-status AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ADOPTER-COUNT < 500
            ADD 1 TO WS-ADOPTER-COUNT
            SET ADOPTER-IDX TO WS-ADOPTER-COUNT
            MOVE AD-ANIMAL-ID TO AR-ANIMAL-ID(ADOPTER-IDX)
            MOVE ADOPTED-BY TO AR-ADOPTED-BY(ADOPTER-IDX)
            MOVE ADOPTION-DATE TO AR-ADOPTION-DATE(ADOPTER-IDX)
        ELSE
            DISPLAY "Adoption table full - discarding " AD-ANIMAL-ID
        END-IF
        READ adoption-status AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE adoption-status
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-APPLICATIONS.
    OPEN INPUT adopter-applications
    IF WS-APPLICATION-STATUS NOT = '00'
        DISPLAY "No adopter applications on file"
        EXIT PARAGRAPH
    END-IF
    READ adopter-applications AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-APPLICATION-COUNT < 1000
            ADD 1 TO WS-APPLICATION-COUNT
            SET APP-IDX TO WS-APPLICATION-COUNT
            MOVE ADOPTER-APPLICATION-RECORD
                TO AT-APPLICATION-RECORD(APP-IDX)
        ELSE
            DISPLAY "Application table full - discarding "
                AP-APPLICATION-ID
        END-IF
        READ adopter-applications AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE adopter-applications
    MOVE 'N' TO WS-END-OF-FILE.

*> Adopted, declined and expired applications are left as they are.
SCREEN-APPLICATIONS.
    PERFORM VARYING APP-IDX FROM 1 BY 1
            UNTIL APP-IDX > WS-APPLICATION-COUNT
        IF AT-STATUS(APP-IDX) = SPACES
            MOVE 'PENDING' TO AT-STATUS(APP-IDX)
            MOVE WS-CURRENT-DATE TO AT-STATUS-DATE(APP-IDX)
        END-IF
        IF AT-STATUS(APP-IDX) = 'APPROVED'
            PERFORM FIND-ADOPTER
            IF ADOPTER-FOUND
                MOVE 'ADOPTED' TO AT-STATUS(APP-IDX)
                MOVE AR-ADOPTION-DATE(ADOPTER-IDX)
                    TO AT-STATUS-DATE(APP-IDX)
                ADD 1 TO WS-ADOPTED-COUNT
            END-IF
        END-IF
        IF AT-STATUS(APP-IDX) = 'PENDING'
                OR AT-STATUS(APP-IDX) = 'APPROVED'
            MOVE 'D' TO DS-FUNCTION-CODE
            MOVE AT-APPLICATION-DATE(APP-IDX) TO DS-DATE-FROM
            MOVE WS-CURRENT-DATE TO DS-DATE-TO
            CALL 'DateService' USING DATE-SERVICE-PARAMETERS
            IF DS-DAYS > WS-EXPIRY-DAYS
                MOVE 'EXPIRED' TO AT-STATUS(APP-IDX)
                MOVE WS-CURRENT-DATE TO AT-STATUS-DATE(APP-IDX)
                ADD 1 TO WS-EXPIRED-COUNT
            END-IF
        END-IF
        IF AT-STATUS(APP-IDX) = 'PENDING'
            EVALUATE TRUE
                WHEN AT-HOME-CHECK(APP-IDX) = 'F'
                    MOVE 'DECLINED' TO AT-STATUS(APP-IDX)
                    MOVE WS-CURRENT-DATE TO AT-STATUS-DATE(APP-IDX)
                WHEN AT-HOME-CHECK(APP-IDX) = 'P'
                        AND AT-REFERENCES-OK(APP-IDX)
                            >= WS-MIN-REFERENCES
                    MOVE 'APPROVED' TO AT-STATUS(APP-IDX)
                    MOVE WS-CURRENT-DATE TO AT-STATUS-DATE(APP-IDX)
            END-EVALUATE
        END-IF
        EVALUATE AT-STATUS(APP-IDX)
            WHEN 'PENDING'
                ADD 1 TO WS-PENDING-COUNT
            WHEN 'APPROVED'
                ADD 1 TO WS-APPROVED-COUNT
            WHEN 'DECLINED'
                ADD 1 TO WS-DECLINED-COUNT
        END-EVALUATE
    END-PERFORM.

FIND-ADOPTER.
    MOVE 'N' TO WS-ADOPTER-FOUND
    PERFORM VARYING ADOPTER-IDX FROM 1 BY 1
            UNTIL ADOPTER-IDX > WS-ADOPTER-COUNT
        IF AR-ADOPTED-BY(ADOPTER-IDX) = AT-APPLICANT-NAME(APP-IDX)
            SET ADOPTER-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

LOAD-TREATMENTS-DUE.
    OPEN INPUT treatment-records
    IF WS-TREATMENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ treatment-records AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF TR-NEXT-DUE-DATE > 0
                AND TR-NEXT-DUE-DATE <= WS-TREATMENT-CUTOFF
            IF WS-DUE-COUNT < 1000
                ADD 1 TO WS-DUE-COUNT
                SET DUE-IDX TO WS-DUE-COUNT
                MOVE TR-ANIMAL-ID TO TD-ANIMAL-ID(DUE-IDX)
            ELSE
                DISPLAY "Treatment due table full - discarding "
                    TR-ANIMAL-ID
            END-IF
        END-IF
        READ treatment-records AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE treatment-records
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ANIMAL-SIZES.
    OPEN INPUT animal-sizes
    IF WS-SIZE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ animal-sizes AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-SIZE-COUNT < 1000
            ADD 1 TO WS-SIZE-COUNT
            SET SIZE-IDX TO WS-SIZE-COUNT
            MOVE SZ-ANIMAL-ID TO ZT-ANIMAL-ID(SIZE-IDX)
            MOVE SZ-SIZE TO ZT-SIZE(SIZE-IDX)
        ELSE
            DISPLAY "Animal size table full - discarding "
                SZ-ANIMAL-ID
        END-IF
        READ animal-sizes AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE animal-sizes
    MOVE 'N' TO WS-END-OF-FILE.

*> Animals adopted on the last rescue run are left out even before
*> the animal master has caught up with them.
LOAD-ADOPTABLE-ANIMALS.
    OPEN INPUT animal-details
    READ animal-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF HEALTH-STATUS NOT = 'Adopted'
                AND HEALTH-STATUS NOT = 'In Treatment'
            MOVE 'N' TO WS-ADOPTER-FOUND
            PERFORM VARYING ADOPTER-IDX FROM 1 BY 1
                    UNTIL ADOPTER-IDX > WS-ADOPTER-COUNT
                IF AR-ANIMAL-ID(ADOPTER-IDX) = ANIMAL-ID
                    SET ADOPTER-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF NOT ADOPTER-FOUND
                PERFORM ADD-ADOPTABLE-ANIMAL
            END-IF
        END-IF
        READ animal-details AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE animal-details
    MOVE 'N' TO WS-END-OF-FILE.

ADD-ADOPTABLE-ANIMAL.
    IF WS-ANIMAL-COUNT >= 1000
        DISPLAY "Animal table full - discarding " ANIMAL-ID
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ANIMAL-COUNT
    SET ANIMAL-IDX TO WS-ANIMAL-COUNT
    MOVE ANIMAL-ID TO AN-ANIMAL-ID(ANIMAL-IDX)
    MOVE SPECIES TO AN-SPECIES(ANIMAL-IDX)
    MOVE HEALTH-STATUS TO AN-HEALTH-STATUS(ANIMAL-IDX)
    IF CURRENT-LOCATION = SPACES
        MOVE 'SHELTR' TO AN-LOCATION(ANIMAL-IDX)
    ELSE
        MOVE CURRENT-LOCATION TO AN-LOCATION(ANIMAL-IDX)
    END-IF
    MOVE SPACE TO AN-SIZE(ANIMAL-IDX)
    PERFORM VARYING SIZE-IDX FROM 1 BY 1
            UNTIL SIZE-IDX > WS-SIZE-COUNT
        IF ZT-ANIMAL-ID(SIZE-IDX) = ANIMAL-ID
            MOVE ZT-SIZE(SIZE-IDX) TO AN-SIZE(ANIMAL-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE 'N' TO AN-TREATMENT-DUE(ANIMAL-IDX)
    PERFORM VARYING DUE-IDX FROM 1 BY 1
            UNTIL DUE-IDX > WS-DUE-COUNT
        IF TD-ANIMAL-ID(DUE-IDX) = ANIMAL-ID
            MOVE 'Y' TO AN-TREATMENT-DUE(ANIMAL-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM.

MATCH-APPLICANTS.
    PERFORM VARYING APP-IDX FROM 1 BY 1
            UNTIL APP-IDX > WS-APPLICATION-COUNT
        IF AT-STATUS(APP-IDX) = 'APPROVED'
            PERFORM VARYING ANIMAL-IDX FROM 1 BY 1
                    UNTIL ANIMAL-IDX > WS-ANIMAL-COUNT
                IF AT-SPECIES-PREF(APP-IDX) = 'ANY'
                        OR AT-SPECIES-PREF(APP-IDX) =
                            AN-SPECIES(ANIMAL-IDX)
                    PERFORM SCORE-MATCH
                    PERFORM ADD-MATCH
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

*> Out of 100: species asked for 40 (20 for an applicant who will
*> take any), healthy 30 (10 otherwise), no treatment due this week
*> 15, at the shelter 10 (5 in foster), size wanted 5 (3 where
*> either size is open or unknown).
SCORE-MATCH.
    IF AT-SPECIES-PREF(APP-IDX) = AN-SPECIES(ANIMAL-IDX)
        MOVE 40 TO WS-MATCH-SCORE
    ELSE
        MOVE 20 TO WS-MATCH-SCORE
    END-IF
    IF AN-HEALTH-STATUS(ANIMAL-IDX) = 'Healthy'
        ADD 30 TO WS-MATCH-SCORE
    ELSE
        ADD 10 TO WS-MATCH-SCORE
    END-IF
    IF AN-TREATMENT-DUE(ANIMAL-IDX) = 'N'
        ADD 15 TO WS-MATCH-SCORE
    END-IF
    IF AN-LOCATION(ANIMAL-IDX) = 'SHELTR'
        ADD 10 TO WS-MATCH-SCORE
    ELSE
        ADD 5 TO WS-MATCH-SCORE
    END-IF
    EVALUATE TRUE
        WHEN AT-SIZE-PREF(APP-IDX) = 'A'
                OR AT-SIZE-PREF(APP-IDX) = SPACE
                OR AN-SIZE(ANIMAL-IDX) = SPACE
            ADD 3 TO WS-MATCH-SCORE
        WHEN AT-SIZE-PREF(APP-IDX) = AN-SIZE(ANIMAL-IDX)
            ADD 5 TO WS-MATCH-SCORE
    END-EVALUATE.

ADD-MATCH.
    IF WS-MATCH-COUNT >= 20000
        DISPLAY "Match table full - discarding "
            AN-ANIMAL-ID(ANIMAL-IDX) " " AT-APPLICATION-ID(APP-IDX)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-MATCH-COUNT
    SET MATCH-IDX TO WS-MATCH-COUNT
    SET MT-ANIMAL-ENTRY(MATCH-IDX) TO ANIMAL-IDX
    SET MT-APPLICATION-ENTRY(MATCH-IDX) TO APP-IDX
    MOVE WS-MATCH-SCORE TO MT-SCORE(MATCH-IDX)
    MOVE 'N' TO MT-ANIMAL-LISTED(MATCH-IDX)
    MOVE 'N' TO MT-APPLICANT-LISTED(MATCH-IDX).

*> Highest score first; on equal scores the applicant who applied
*> first comes first.
WRITE-MATCHES-BY-ANIMAL.
    PERFORM VARYING ANIMAL-IDX FROM 1 BY 1
            UNTIL ANIMAL-IDX > WS-ANIMAL-COUNT
        MOVE ZERO TO WS-RANK
        MOVE 1 TO WS-PICKED-MATCH
        PERFORM UNTIL WS-PICKED-MATCH = 0
            MOVE ZERO TO WS-PICKED-MATCH
            PERFORM VARYING MATCH-IDX FROM 1 BY 1
                    UNTIL MATCH-IDX > WS-MATCH-COUNT
                IF MT-ANIMAL-ENTRY(MATCH-IDX) = ANIMAL-IDX
                        AND MT-ANIMAL-LISTED(MATCH-IDX) = 'N'
                    PERFORM PICK-BETTER-MATCH
                END-IF
            END-PERFORM
            IF WS-PICKED-MATCH > 0
                SET MATCH-IDX TO WS-PICKED-MATCH
                MOVE 'Y' TO MT-ANIMAL-LISTED(MATCH-IDX)
                SET APP-IDX TO MT-APPLICATION-ENTRY(MATCH-IDX)
                ADD 1 TO WS-RANK
                MOVE AN-ANIMAL-ID(ANIMAL-IDX) TO MA-ANIMAL-ID
                MOVE AN-SPECIES(ANIMAL-IDX) TO MA-SPECIES
                MOVE WS-RANK TO MA-RANK
                MOVE AT-APPLICATION-ID(APP-IDX) TO MA-APPLICATION-ID
                MOVE AT-APPLICANT-NAME(APP-IDX) TO MA-APPLICANT-NAME
                MOVE MT-SCORE(MATCH-IDX) TO MA-SCORE
                MOVE AN-TREATMENT-DUE(ANIMAL-IDX) TO MA-TREATMENT-DUE
                MOVE AN-LOCATION(ANIMAL-IDX) TO MA-LOCATION
                WRITE ANIMAL-MATCH-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
            END-IF
        END-PERFORM
    END-PERFORM.

PICK-BETTER-MATCH.
    IF WS-PICKED-MATCH = 0
        SET WS-PICKED-MATCH TO MATCH-IDX
        EXIT PARAGRAPH
    END-IF
    MOVE MT-APPLICATION-ENTRY(MATCH-IDX) TO WS-CANDIDATE-APP
    MOVE MT-APPLICATION-ENTRY(WS-PICKED-MATCH) TO WS-PICKED-APP
    EVALUATE TRUE
        WHEN MT-SCORE(MATCH-IDX) > MT-SCORE(WS-PICKED-MATCH)
            SET WS-PICKED-MATCH TO MATCH-IDX
        WHEN MT-SCORE(MATCH-IDX) = MT-SCORE(WS-PICKED-MATCH)
                AND AT-APPLICATION-DATE(WS-CANDIDATE-APP)
                  < AT-APPLICATION-DATE(WS-PICKED-APP)
            SET WS-PICKED-MATCH TO MATCH-IDX
    END-EVALUATE.

*> Highest score first; on equal scores the animal in care longest
*> (earliest on the master) comes first.
WRITE-MATCHES-BY-APPLICANT.
    PERFORM VARYING APP-IDX FROM 1 BY 1
            UNTIL APP-IDX > WS-APPLICATION-COUNT
        MOVE ZERO TO WS-RANK
        MOVE 1 TO WS-PICKED-MATCH
        PERFORM UNTIL WS-PICKED-MATCH = 0
            MOVE ZERO TO WS-PICKED-MATCH
            PERFORM VARYING MATCH-IDX FROM 1 BY 1
                    UNTIL MATCH-IDX > WS-MATCH-COUNT
                IF MT-APPLICATION-ENTRY(MATCH-IDX) = APP-IDX
                        AND MT-APPLICANT-LISTED(MATCH-IDX) = 'N'
                    IF WS-PICKED-MATCH = 0
                        SET WS-PICKED-MATCH TO MATCH-IDX
                    ELSE
                        IF MT-SCORE(MATCH-IDX) >
                                MT-SCORE(WS-PICKED-MATCH)
                            SET WS-PICKED-MATCH TO MATCH-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-PICKED-MATCH > 0
                SET MATCH-IDX TO WS-PICKED-MATCH
                MOVE 'Y' TO MT-APPLICANT-LISTED(MATCH-IDX)
                SET ANIMAL-IDX TO MT-ANIMAL-ENTRY(MATCH-IDX)
                ADD 1 TO WS-RANK
                MOVE AT-APPLICATION-ID(APP-IDX) TO MP-APPLICATION-ID
                MOVE AT-APPLICANT-NAME(APP-IDX) TO MP-APPLICANT-NAME
                MOVE WS-RANK TO MP-RANK
                MOVE AN-ANIMAL-ID(ANIMAL-IDX) TO MP-ANIMAL-ID
                MOVE AN-SPECIES(ANIMAL-IDX) TO MP-SPECIES
                MOVE MT-SCORE(MATCH-IDX) TO MP-SCORE
                MOVE AN-TREATMENT-DUE(ANIMAL-IDX) TO MP-TREATMENT-DUE
                MOVE AN-LOCATION(ANIMAL-IDX) TO MP-LOCATION
                WRITE APPLICANT-MATCH-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
            END-IF
        END-PERFORM
    END-PERFORM.

REWRITE-APPLICATIONS.
    IF WS-APPLICATION-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT adopter-applications
    PERFORM VARYING APP-IDX FROM 1 BY 1
            UNTIL APP-IDX > WS-APPLICATION-COUNT
        MOVE AT-APPLICATION-RECORD(APP-IDX)
            TO ADOPTER-APPLICATION-RECORD
        WRITE ADOPTER-APPLICATION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE adopter-applications.

LOG-RUN-START.
    MOVE 'AdoptionMatching' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
    MOVE ZERO TO OPS-RECORDS-READ
    MOVE ZERO TO OPS-RECORDS-WRITTEN
    MOVE 'STARTED' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

LOG-RUN-END.
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM AdoptionMatching.

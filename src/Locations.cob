      *> Location master (locations.dat): one row per place with the name
      *> postings carry, the city, the state or region, the country and
      *> the area group used for nearby searches (a metro area, say).
      *> Other spellings ("NYC", "New York, NY") map to a master name
      *> through type L rows in ref_aliases.dat. As with the other
      *> reference lists, an empty master accepts any location.
       LoadLocationTable.
           MOVE 0 TO LocTableCount
           MOVE 0 TO LocAliasCount
           MOVE 'N' TO EOF-LocationFile
           OPEN INPUT LocationMasterFile
           PERFORM UNTIL EOF-LocationFile = 'Y'
               READ LocationMasterFile INTO LocationMasterRecord
               AT END
                   MOVE 'Y' TO EOF-LocationFile
               NOT AT END
                   IF FUNCTION TRIM(MasterLocationName) NOT = SPACES AND
                      LocTableCount < 300
                       ADD 1 TO LocTableCount
                       MOVE MasterLocationName TO LocTabName(LocTableCount)
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(MasterLocationName))
                           TO LocTabKey(LocTableCount)
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(MasterLocationRegion))
                           TO LocTabRegion(LocTableCount)
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(MasterLocationCountry))
                           TO LocTabCountry(LocTableCount)
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(MasterLocationArea))
                           TO LocTabArea(LocTableCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LocationMasterFile

           MOVE 'N' TO EOF-LocationFile
           OPEN INPUT RefAliasFile
           PERFORM UNTIL EOF-LocationFile = 'Y'
               READ RefAliasFile INTO RefAliasRecord
               AT END
                   MOVE 'Y' TO EOF-LocationFile
               NOT AT END
                   IF AliasType IN RefAliasRecord = 'L' AND
                      LocAliasCount < 300
                       ADD 1 TO LocAliasCount
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(AliasValue IN RefAliasRecord))
                           TO LocAliasKey(LocAliasCount)
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CanonicalValue IN RefAliasRecord))
                           TO LocAliasTarget(LocAliasCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RefAliasFile.

      *> LocLookupText in; LocResolvedIndex (0 when the text is neither a
      *> master name nor an alias of one) and LocResolvedName out.
       ResolveLocationText.
           MOVE 0 TO LocResolvedIndex
           MOVE SPACES TO LocResolvedName
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LocLookupText))
               TO LocLookupKey
           PERFORM FindLocationKey
           IF LocResolvedIndex = 0 AND LocLookupKey NOT = SPACES
               MOVE SPACES TO LocAliasHit
               PERFORM VARYING LocIndex FROM 1 BY 1
                   UNTIL LocIndex > LocAliasCount OR LocAliasHit NOT = SPACES
                   IF LocAliasKey(LocIndex) = LocLookupKey
                       MOVE LocAliasTarget(LocIndex) TO LocAliasHit
                   END-IF
               END-PERFORM
               IF LocAliasHit NOT = SPACES
                   MOVE LocAliasHit TO LocLookupKey
                   PERFORM FindLocationKey
               END-IF
           END-IF
           IF LocResolvedIndex > 0
               MOVE LocTabName(LocResolvedIndex) TO LocResolvedName
           END-IF.

       FindLocationKey.
           PERFORM VARYING LocIndex FROM 1 BY 1
               UNTIL LocIndex > LocTableCount OR LocResolvedIndex > 0
               IF LocTabKey(LocIndex) = LocLookupKey
                   MOVE LocIndex TO LocResolvedIndex
               END-IF
           END-PERFORM.

      *> LocFilterText in. A master name or alias filters on that place;
      *> otherwise the text is tried as a state or region, an area group
      *> and a country, and failing those it must equal the posting's
      *> location as typed (kind T).
       SetLocationFilter.
           MOVE SPACES TO LocFilterKind
           MOVE SPACES TO LocFilterValue
           IF FUNCTION TRIM(LocFilterText) NOT = SPACES
               MOVE LocFilterText TO LocLookupText
               PERFORM ResolveLocationText
               IF LocResolvedIndex > 0
                   MOVE 'L' TO LocFilterKind
                   MOVE LocTabKey(LocResolvedIndex) TO LocFilterValue
               ELSE
                   MOVE 'T' TO LocFilterKind
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LocFilterText))
                       TO LocFilterValue
                   PERFORM VARYING LocIndex FROM 1 BY 1
                       UNTIL LocIndex > LocTableCount OR LocFilterKind = 'R'
                       IF LocTabRegion(LocIndex) = LocFilterValue
                           MOVE 'R' TO LocFilterKind
                       END-IF
                   END-PERFORM
                   PERFORM VARYING LocIndex FROM 1 BY 1
                       UNTIL LocIndex > LocTableCount OR LocFilterKind NOT = 'T'
                       IF LocTabArea(LocIndex) = LocFilterValue
                           MOVE 'A' TO LocFilterKind
                       END-IF
                   END-PERFORM
                   PERFORM VARYING LocIndex FROM 1 BY 1
                       UNTIL LocIndex > LocTableCount OR LocFilterKind NOT = 'T'
                       IF LocTabCountry(LocIndex) = LocFilterValue
                           MOVE 'C' TO LocFilterKind
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> LocLookupText holds the posting's location; LocFilterMatches out.
       CheckLocationFilter.
           MOVE 'Y' TO LocFilterMatches
           IF LocFilterKind NOT = SPACES
               MOVE 'N' TO LocFilterMatches
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(LocLookupText)) =
                  LocFilterValue
                   MOVE 'Y' TO LocFilterMatches
               END-IF
               IF LocFilterMatches = 'N' AND LocFilterKind NOT = 'T'
                   PERFORM ResolveLocationText
                   IF LocResolvedIndex > 0
                       EVALUATE LocFilterKind
                           WHEN 'L'
                               IF LocTabKey(LocResolvedIndex) = LocFilterValue
                                   MOVE 'Y' TO LocFilterMatches
                               END-IF
                           WHEN 'R'
                               IF LocTabRegion(LocResolvedIndex) =
                                  LocFilterValue
                                   MOVE 'Y' TO LocFilterMatches
                               END-IF
                           WHEN 'A'
                               IF LocTabArea(LocResolvedIndex) = LocFilterValue
                                   MOVE 'Y' TO LocFilterMatches
                               END-IF
                           WHEN 'C'
                               IF LocTabCountry(LocResolvedIndex) =
                                  LocFilterValue
                                   MOVE 'Y' TO LocFilterMatches
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *> Work type on a posting (JobWorkType): O on-site, H hybrid,
      *> R remote, blank not stated. When none was given it is taken from
      *> the location text in LocLookupText.
       InferWorkType.
           MOVE FUNCTION UPPER-CASE(LocLookupText) TO LocLookupKey
           MOVE 'O' TO LocWorkTypeCode
           MOVE 0 TO LocTextTally
           INSPECT LocLookupKey TALLYING LocTextTally FOR ALL "REMOTE"
           IF LocTextTally > 0
               MOVE 'R' TO LocWorkTypeCode
           ELSE
               INSPECT LocLookupKey TALLYING LocTextTally FOR ALL "HYBRID"
               IF LocTextTally > 0
                   MOVE 'H' TO LocWorkTypeCode
               END-IF
           END-IF.

       DescribeWorkType.
           EVALUATE LocWorkTypeCode
               WHEN 'O'
                   MOVE "On-site" TO LocWorkTypeLabel
               WHEN 'H'
                   MOVE "Hybrid" TO LocWorkTypeLabel
               WHEN 'R'
                   MOVE "Remote" TO LocWorkTypeLabel
               WHEN OTHER
                   MOVE "Not stated" TO LocWorkTypeLabel
           END-EVALUATE.

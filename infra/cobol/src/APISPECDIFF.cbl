       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISPECDIFF.
       AUTHOR. Azure Integration Landing Zone Team.
       DATE-WRITTEN. 2026.

      *> Compares an incoming OpenAPI definition with the one the
      *> API's current revision serves, so APIMGMT can refuse a
      *> revision that would break consumers. Both documents are
      *> JSON (an APIM export arrives wrapped in {"value":...},
      *> which is looked through). Each is walked one character at
      *> a time and reduced to a list of facts:
      *>   P|path                      O|path|method
      *>   Q|path|method|in|name       QR|path|method|in|name
      *>   BR|path|method              R|path|method|status
      *>   RS|path|method|status|schema-key=value
      *>   SC|schema   SP|schema|property
      *>   ST|schema|property|key=value   SR|schema|field
      *> (Q/QR are parameters and the required ones, BR a required
      *> request body, RS the $ref/type/format leaves of a response,
      *> SC/SP/ST/SR the shared schemas, their properties and types
      *> and their required fields; path-level parameters carry the
      *> method '*'). A current fact missing from the incoming list
      *> is a removal and a new QR/BR/SR is a new requirement -
      *> both break consumers. Anything else is reported as added
      *> or relaxed. Facts under a removed path, operation, response
      *> or schema are folded into that one removal.
      *>
      *> LS-CURRENT-SPEC is spaces for an API's first import, when
      *> every operation is simply new and nothing can be held. The
      *> change report goes to LS-REPORT-NAME on every call, ending
      *> with the verdict:
      *> LS-OVERRIDE 'Y' lets a breaking import through and says so.
      *> LS-RETURN-CODE is 0 when both documents were read, 4 when
      *> either had no "paths" to compare (not JSON, not OpenAPI, or
      *> not fetched) - the caller holds the import in that case too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPEC-CHUNK-FILE ASSIGN TO "apispec_chunks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHUNK-STATUS.
           SELECT SPEC-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPEC-CHUNK-FILE.
       01  SPEC-CHUNK-RECORD           PIC X(1000).

       FD  SPEC-REPORT-FILE.
       01  SPEC-REPORT-RECORD          PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-CHUNK-STATUS             PIC XX.
       01  WS-REPORT-FILENAME          PIC X(128).
       01  WS-EOF-FLAG                 PIC X.
       01  WS-SHELL-CMD                PIC X(512).
       01  WS-REPORT-LINE              PIC X(320).

      *> Which document is being walked: 1 current, 2 incoming
       01  WS-SIDE                     PIC 9.
       01  WS-PATHS-SEEN               PIC X.
       01  WS-SIDE-READ                PIC X OCCURS 2 TIMES.

      *> Character-level JSON walk: one entry per open object or
      *> array, holding the member key being parsed ('#' in arrays)
       01  WS-CHAR-IDX                 PIC 9(4).
       01  WS-CHAR                     PIC X.
       01  WS-DEPTH                    PIC 9(3).
       01  WS-LEVEL-TABLE.
           05  WS-LEVEL OCCURS 64 TIMES.
               10  WS-LEVEL-TYPE       PIC X.
               10  WS-LEVEL-KEY        PIC X(160).
       01  WS-IN-STRING                PIC X.
       01  WS-ESCAPED                  PIC X.
       01  WS-EXPECT-KEY               PIC X.
       01  WS-STR-BUF                  PIC X(160).
       01  WS-STR-LEN                  PIC 9(4).
       01  WS-SCALAR-BUF               PIC X(32).
       01  WS-SCALAR-LEN               PIC 9(4).
       01  WS-VALUE                    PIC X(160).

      *> The key path of the current position relative to the
      *> document root (K1 is 'paths', 'components', ...)
       01  WS-BASE                     PIC 9(3).
       01  WS-REL                      PIC 9(3).
       01  WS-REL-IDX                  PIC 9(3).
       01  WS-KEY-TABLE.
           05  WS-K OCCURS 12 TIMES    PIC X(160).
       01  WS-K3-METHOD                PIC X.
       01  WS-SUFFIX                   PIC X(200).
       01  WS-SUFFIX-PTR               PIC 9(3).

      *> One parameter object being collected
       01  WS-PARM-DEPTH               PIC 9(3).
       01  WS-PARM-PATH                PIC X(160).
       01  WS-PARM-METHOD              PIC X(8).
       01  WS-PARM-NAME                PIC X(160).
       01  WS-PARM-IN                  PIC X(16).
       01  WS-PARM-REQUIRED            PIC X.

       01  WS-FACT                     PIC X(256).
       01  WS-FACT-PTR                 PIC 9(3).
       01  WS-FACT-MAX                 PIC 9(4) VALUE 3000.
       01  WS-FACT-COUNT               PIC 9(4) OCCURS 2 TIMES.
       01  WS-FACT-DROPPED             PIC 9(5).
       01  WS-FACT-TABLE.
           05  WS-FACT-SIDE OCCURS 2 TIMES.
               10  WS-FACT-ENTRY OCCURS 3000 TIMES PIC X(256).
       01  WS-FACT-IDX                 PIC 9(4).
       01  WS-FIND-IDX                 PIC 9(4).
       01  WS-FIND-SIDE                PIC 9.
       01  WS-PROBE                    PIC X(256).
       01  WS-FOUND                    PIC X.

      *> A fact split back into its fields for the report
       01  WS-F-TYPE                   PIC X(2).
       01  WS-F-FIELDS.
           05  WS-F OCCURS 5 TIMES     PIC X(160).
       01  WS-F-METHOD                 PIC X(8).
       01  WS-CHANGE-CLASS             PIC X(8).
       01  WS-CHANGE-TEXT              PIC X(26).
       01  WS-CHANGE-SUBJECT           PIC X(280).
       01  WS-SKIP                     PIC X.
       01  WS-SHOW-COUNT               PIC Z(3)9.

       LINKAGE SECTION.
       01  LS-API-NAME                 PIC X(64).
       01  LS-CURRENT-SPEC             PIC X(128).
       01  LS-INCOMING-SPEC            PIC X(128).
       01  LS-REPORT-NAME              PIC X(128).
       01  LS-OVERRIDE                 PIC X(1).
       01  LS-BREAKING-COUNT           PIC 9(4).
       01  LS-CHANGE-COUNT             PIC 9(4).
       01  LS-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING LS-API-NAME,
                                LS-CURRENT-SPEC,
                                LS-INCOMING-SPEC,
                                LS-REPORT-NAME,
                                LS-OVERRIDE,
                                LS-BREAKING-COUNT,
                                LS-CHANGE-COUNT,
                                LS-RETURN-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-BREAKING-COUNT LS-CHANGE-COUNT
                     LS-RETURN-CODE WS-FACT-DROPPED
           MOVE 0 TO WS-FACT-COUNT(1) WS-FACT-COUNT(2)
           MOVE 'Y' TO WS-SIDE-READ(1)
           MOVE 'N' TO WS-SIDE-READ(2)

           IF LS-CURRENT-SPEC NOT = SPACES
               MOVE 1 TO WS-SIDE
               PERFORM FLATTEN-SPEC
               MOVE WS-PATHS-SEEN TO WS-SIDE-READ(1)
           END-IF
           MOVE 2 TO WS-SIDE
           PERFORM FLATTEN-SPEC
           MOVE WS-PATHS-SEEN TO WS-SIDE-READ(2)

           IF WS-SIDE-READ(1) NOT = 'Y' OR WS-SIDE-READ(2) NOT = 'Y'
               MOVE 4 TO LS-RETURN-CODE
           END-IF

           MOVE LS-REPORT-NAME TO WS-REPORT-FILENAME
           OPEN OUTPUT SPEC-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF LS-RETURN-CODE = 0
               PERFORM COMPARE-FACTS
           END-IF
           PERFORM WRITE-REPORT-VERDICT
           CLOSE SPEC-REPORT-FILE

           GOBACK.

      *> The shell takes out the line breaks and cuts the document
      *> into fixed 1000-byte records, so a minified export on one
      *> enormous line reads the same as a pretty-printed file
       FLATTEN-SPEC.
           MOVE SPACES TO WS-SHELL-CMD
           IF WS-SIDE = 1
               STRING "tr -d '\n\r' < '"
                      FUNCTION TRIM(LS-CURRENT-SPEC)
                      "' | fold -b -w 1000 > apispec_chunks.txt"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
           ELSE
               STRING "tr -d '\n\r' < '"
                      FUNCTION TRIM(LS-INCOMING-SPEC)
                      "' | fold -b -w 1000 > apispec_chunks.txt"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
           END-IF
           CALL "C$SYSTEM" USING WS-SHELL-CMD
           END-CALL

           MOVE 'N' TO WS-PATHS-SEEN
           MOVE 0 TO WS-DEPTH WS-PARM-DEPTH WS-STR-LEN WS-SCALAR-LEN
           MOVE 'N' TO WS-IN-STRING WS-ESCAPED WS-EXPECT-KEY
           MOVE SPACES TO WS-SCALAR-BUF
           INITIALIZE WS-LEVEL-TABLE

           OPEN INPUT SPEC-CHUNK-FILE
           IF WS-CHUNK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SPEC-CHUNK-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                               UNTIL WS-CHAR-IDX > 1000
                           MOVE SPEC-CHUNK-RECORD(WS-CHAR-IDX:1)
                               TO WS-CHAR
                           PERFORM PROCESS-JSON-CHAR
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SPEC-CHUNK-FILE.

       PROCESS-JSON-CHAR.
           IF WS-IN-STRING = 'Y'
               EVALUATE TRUE
                   WHEN WS-ESCAPED = 'Y'
                       MOVE 'N' TO WS-ESCAPED
                       PERFORM APPEND-STRING-CHAR
                   WHEN WS-CHAR = '\'
                       MOVE 'Y' TO WS-ESCAPED
                   WHEN WS-CHAR = '"'
                       MOVE 'N' TO WS-IN-STRING
                       PERFORM END-OF-STRING
                   WHEN OTHER
                       PERFORM APPEND-STRING-CHAR
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CHAR
               WHEN '"'
                   MOVE 'Y' TO WS-IN-STRING
                   MOVE SPACES TO WS-STR-BUF
                   MOVE 0 TO WS-STR-LEN
               WHEN '{'
                   PERFORM OPEN-CONTAINER
               WHEN '['
                   PERFORM OPEN-CONTAINER
               WHEN '}'
                   PERFORM FLUSH-SCALAR
                   PERFORM CLOSE-CONTAINER
               WHEN ']'
                   PERFORM FLUSH-SCALAR
                   PERFORM CLOSE-CONTAINER
               WHEN ','
                   PERFORM FLUSH-SCALAR
                   IF WS-DEPTH > 0
                       IF WS-LEVEL-TYPE(WS-DEPTH) = 'O'
                           MOVE 'Y' TO WS-EXPECT-KEY
                       END-IF
                   END-IF
               WHEN ':'
                   MOVE 'N' TO WS-EXPECT-KEY
               WHEN SPACE
                   PERFORM FLUSH-SCALAR
               WHEN X'09'
                   PERFORM FLUSH-SCALAR
               WHEN OTHER
                   IF WS-SCALAR-LEN < 32
                       ADD 1 TO WS-SCALAR-LEN
                       MOVE WS-CHAR TO WS-SCALAR-BUF(WS-SCALAR-LEN:1)
                   END-IF
           END-EVALUATE.

       APPEND-STRING-CHAR.
           IF WS-STR-LEN < 160
               ADD 1 TO WS-STR-LEN
               MOVE WS-CHAR TO WS-STR-BUF(WS-STR-LEN:1)
           END-IF.

      *> A string is a member key when an object is waiting for
      *> one; otherwise it is a value
       END-OF-STRING.
           IF WS-DEPTH = 0 OR WS-DEPTH > 64
               EXIT PARAGRAPH
           END-IF
           IF WS-LEVEL-TYPE(WS-DEPTH) = 'O' AND WS-EXPECT-KEY = 'Y'
               MOVE WS-STR-BUF TO WS-LEVEL-KEY(WS-DEPTH)
           ELSE
               MOVE WS-STR-BUF TO WS-VALUE
               PERFORM ON-SCALAR-VALUE
           END-IF.

       FLUSH-SCALAR.
           IF WS-SCALAR-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCALAR-BUF TO WS-VALUE
           MOVE SPACES TO WS-SCALAR-BUF
           MOVE 0 TO WS-SCALAR-LEN
           IF WS-DEPTH > 0 AND WS-DEPTH NOT > 64
               PERFORM ON-SCALAR-VALUE
           END-IF.

      *> Events fire with the key path of the parent, so K(REL) is
      *> the key the new object or array hangs under
       OPEN-CONTAINER.
           IF WS-DEPTH > 0 AND WS-DEPTH NOT > 64
                   AND WS-CHAR = '{'
               PERFORM SET-RELATIVE-PATH
               PERFORM ON-OPEN-OBJECT
           END-IF
           ADD 1 TO WS-DEPTH
           IF WS-DEPTH > 64
               EXIT PARAGRAPH
           END-IF
           IF WS-CHAR = '{'
               MOVE 'O' TO WS-LEVEL-TYPE(WS-DEPTH)
               MOVE SPACES TO WS-LEVEL-KEY(WS-DEPTH)
               MOVE 'Y' TO WS-EXPECT-KEY
           ELSE
               MOVE 'A' TO WS-LEVEL-TYPE(WS-DEPTH)
               MOVE '#' TO WS-LEVEL-KEY(WS-DEPTH)
               MOVE 'N' TO WS-EXPECT-KEY
           END-IF.

       CLOSE-CONTAINER.
           IF WS-DEPTH = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-DEPTH = WS-DEPTH
               PERFORM EMIT-PARAMETER
           END-IF
           SUBTRACT 1 FROM WS-DEPTH
           MOVE 'N' TO WS-EXPECT-KEY.

      *> An export wraps the document in {"value": ...}; the keys
      *> below that wrapper are what the patterns are written for
       SET-RELATIVE-PATH.
           MOVE 1 TO WS-BASE
           IF WS-LEVEL-KEY(1) = 'value' AND WS-DEPTH > 1
               MOVE 2 TO WS-BASE
           END-IF
           MOVE SPACES TO WS-KEY-TABLE
           COMPUTE WS-REL = WS-DEPTH - WS-BASE + 1
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL OR WS-REL-IDX > 12
               MOVE WS-LEVEL-KEY(WS-BASE + WS-REL-IDX - 1)
                   TO WS-K(WS-REL-IDX)
           END-PERFORM
           MOVE 'N' TO WS-K3-METHOD
           EVALUATE WS-K(3)
               WHEN 'get'
               WHEN 'put'
               WHEN 'post'
               WHEN 'delete'
               WHEN 'patch'
               WHEN 'head'
               WHEN 'options'
               WHEN 'trace'
                   MOVE 'Y' TO WS-K3-METHOD
           END-EVALUATE.

       ON-OPEN-OBJECT.
           EVALUATE TRUE
               WHEN WS-REL = 1 AND WS-K(1) = 'paths'
                   MOVE 'Y' TO WS-PATHS-SEEN
               WHEN WS-REL = 2 AND WS-K(1) = 'paths'
                   MOVE SPACES TO WS-FACT
                   STRING 'P|' FUNCTION TRIM(WS-K(2))
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
               WHEN WS-REL = 3 AND WS-K(1) = 'paths'
                       AND WS-K3-METHOD = 'Y'
                   MOVE SPACES TO WS-FACT
                   STRING 'O|' FUNCTION TRIM(WS-K(2))
                          '|' FUNCTION TRIM(WS-K(3))
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
               WHEN WS-REL = 5 AND WS-K(1) = 'paths'
                       AND WS-K3-METHOD = 'Y'
                       AND WS-K(4) = 'parameters'
                   MOVE WS-K(3) TO WS-PARM-METHOD
                   PERFORM START-PARAMETER
               WHEN WS-REL = 4 AND WS-K(1) = 'paths'
                       AND WS-K(3) = 'parameters'
                   MOVE '*' TO WS-PARM-METHOD
                   PERFORM START-PARAMETER
               WHEN WS-REL = 5 AND WS-K(1) = 'paths'
                       AND WS-K3-METHOD = 'Y'
                       AND WS-K(4) = 'responses'
                   MOVE SPACES TO WS-FACT
                   STRING 'R|' FUNCTION TRIM(WS-K(2))
                          '|' FUNCTION TRIM(WS-K(3))
                          '|' FUNCTION TRIM(WS-K(5))
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
               WHEN WS-REL = 3 AND WS-K(1) = 'components'
                       AND WS-K(2) = 'schemas'
                   MOVE SPACES TO WS-FACT
                   STRING 'SC|' FUNCTION TRIM(WS-K(3))
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
               WHEN WS-REL = 5 AND WS-K(1) = 'components'
                       AND WS-K(2) = 'schemas'
                       AND WS-K(4) = 'properties'
                   MOVE SPACES TO WS-FACT
                   STRING 'SP|' FUNCTION TRIM(WS-K(3))
                          '|' FUNCTION TRIM(WS-K(5))
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
               WHEN WS-REL = 2 AND WS-K(1) = 'definitions'
                   MOVE SPACES TO WS-FACT
                   STRING 'SC|' FUNCTION TRIM(WS-K(2))
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
               WHEN WS-REL = 4 AND WS-K(1) = 'definitions'
                       AND WS-K(3) = 'properties'
                   MOVE SPACES TO WS-FACT
                   STRING 'SP|' FUNCTION TRIM(WS-K(2))
                          '|' FUNCTION TRIM(WS-K(4))
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
           END-EVALUATE.

       START-PARAMETER.
           COMPUTE WS-PARM-DEPTH = WS-DEPTH + 1
           MOVE WS-K(2) TO WS-PARM-PATH
           MOVE SPACES TO WS-PARM-NAME WS-PARM-IN
           MOVE 'N' TO WS-PARM-REQUIRED.

      *> A parameter that is only a $ref to a shared definition is
      *> keyed by the reference itself
       EMIT-PARAMETER.
           MOVE 0 TO WS-PARM-DEPTH
           MOVE SPACES TO WS-FACT
           STRING 'Q|' FUNCTION TRIM(WS-PARM-PATH)
                  '|' FUNCTION TRIM(WS-PARM-METHOD)
                  '|' FUNCTION TRIM(WS-PARM-IN)
                  '|' FUNCTION TRIM(WS-PARM-NAME)
               DELIMITED BY SIZE INTO WS-FACT
           END-STRING
           PERFORM ADD-FACT
           IF WS-PARM-REQUIRED = 'Y'
               MOVE SPACES TO WS-FACT
               STRING 'QR|' FUNCTION TRIM(WS-PARM-PATH)
                      '|' FUNCTION TRIM(WS-PARM-METHOD)
                      '|' FUNCTION TRIM(WS-PARM-IN)
                      '|' FUNCTION TRIM(WS-PARM-NAME)
                   DELIMITED BY SIZE INTO WS-FACT
               END-STRING
               PERFORM ADD-FACT
           END-IF.

       ON-SCALAR-VALUE.
           IF WS-PARM-DEPTH = WS-DEPTH
               EVALUATE WS-LEVEL-KEY(WS-DEPTH)
                   WHEN 'name'
                       MOVE WS-VALUE TO WS-PARM-NAME
                   WHEN 'in'
                       MOVE WS-VALUE TO WS-PARM-IN
                   WHEN 'required'
                       IF WS-VALUE = 'true'
                           MOVE 'Y' TO WS-PARM-REQUIRED
                       END-IF
                   WHEN '$ref'
                       MOVE 'ref' TO WS-PARM-IN
                       MOVE WS-VALUE TO WS-PARM-NAME
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-RELATIVE-PATH
           EVALUATE TRUE
               WHEN WS-REL = 5 AND WS-K(1) = 'paths'
                       AND WS-K3-METHOD = 'Y'
                       AND WS-K(4) = 'requestBody'
                       AND WS-K(5) = 'required'
                   IF WS-VALUE = 'true'
                       MOVE SPACES TO WS-FACT
                       STRING 'BR|' FUNCTION TRIM(WS-K(2))
                              '|' FUNCTION TRIM(WS-K(3))
                           DELIMITED BY SIZE INTO WS-FACT
                       END-STRING
                       PERFORM ADD-FACT
                   END-IF
               WHEN WS-REL > 5 AND WS-K(1) = 'paths'
                       AND WS-K3-METHOD = 'Y'
                       AND WS-K(4) = 'responses'
                   PERFORM EMIT-RESPONSE-SCHEMA
               WHEN WS-REL = 6 AND WS-K(1) = 'components'
                       AND WS-K(2) = 'schemas'
                       AND WS-K(4) = 'properties'
                   MOVE 3 TO WS-REL-IDX
                   PERFORM EMIT-PROPERTY-TYPE
               WHEN WS-REL = 5 AND WS-K(1) = 'components'
                       AND WS-K(2) = 'schemas'
                       AND WS-K(4) = 'required'
                   MOVE SPACES TO WS-FACT
                   STRING 'SR|' FUNCTION TRIM(WS-K(3))
                          '|' FUNCTION TRIM(WS-VALUE)
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
               WHEN WS-REL = 5 AND WS-K(1) = 'definitions'
                       AND WS-K(3) = 'properties'
                   MOVE 2 TO WS-REL-IDX
                   PERFORM EMIT-PROPERTY-TYPE
               WHEN WS-REL = 4 AND WS-K(1) = 'definitions'
                       AND WS-K(3) = 'required'
                   MOVE SPACES TO WS-FACT
                   STRING 'SR|' FUNCTION TRIM(WS-K(2))
                          '|' FUNCTION TRIM(WS-VALUE)
                       DELIMITED BY SIZE INTO WS-FACT
                   END-STRING
                   PERFORM ADD-FACT
           END-EVALUATE.

      *> Only the leaves that decide what a response carries count:
      *> a $ref, a type or a format anywhere under the status code
       EMIT-RESPONSE-SCHEMA.
           IF WS-K(WS-REL) NOT = '$ref' AND WS-K(WS-REL) NOT = 'type'
                   AND WS-K(WS-REL) NOT = 'format'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SUFFIX
           MOVE 1 TO WS-SUFFIX-PTR
           PERFORM VARYING WS-REL-IDX FROM 6 BY 1
                   UNTIL WS-REL-IDX > WS-REL OR WS-REL-IDX > 12
               IF WS-REL-IDX > 6
                   STRING '/'
                       DELIMITED BY SIZE INTO WS-SUFFIX
                       WITH POINTER WS-SUFFIX-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-K(WS-REL-IDX))
                   DELIMITED BY SIZE INTO WS-SUFFIX
                   WITH POINTER WS-SUFFIX-PTR
               END-STRING
           END-PERFORM
           MOVE SPACES TO WS-FACT
           STRING 'RS|' FUNCTION TRIM(WS-K(2))
                  '|' FUNCTION TRIM(WS-K(3))
                  '|' FUNCTION TRIM(WS-K(5))
                  '|' FUNCTION TRIM(WS-SUFFIX)
                  '=' FUNCTION TRIM(WS-VALUE)
               DELIMITED BY SIZE INTO WS-FACT
           END-STRING
           PERFORM ADD-FACT.

      *> WS-REL-IDX points at the schema name; the property follows
      *> two keys on and the leaf is the last key
       EMIT-PROPERTY-TYPE.
           IF WS-K(WS-REL) NOT = '$ref' AND WS-K(WS-REL) NOT = 'type'
                   AND WS-K(WS-REL) NOT = 'format'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FACT
           STRING 'ST|' FUNCTION TRIM(WS-K(WS-REL-IDX))
                  '|' FUNCTION TRIM(WS-K(WS-REL-IDX + 2))
                  '|' FUNCTION TRIM(WS-K(WS-REL))
                  '=' FUNCTION TRIM(WS-VALUE)
               DELIMITED BY SIZE INTO WS-FACT
           END-STRING
           PERFORM ADD-FACT.

       ADD-FACT.
           IF WS-FACT-COUNT(WS-SIDE) >= WS-FACT-MAX
               ADD 1 TO WS-FACT-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FACT-COUNT(WS-SIDE)
           MOVE WS-FACT
               TO WS-FACT-ENTRY(WS-SIDE, WS-FACT-COUNT(WS-SIDE)).

      *> Sets WS-FOUND when WS-PROBE is among WS-FIND-SIDE's facts
       FIND-FACT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-FACT-COUNT(WS-FIND-SIDE)
                      OR WS-FOUND = 'Y'
               IF WS-FACT-ENTRY(WS-FIND-SIDE, WS-FIND-IDX) = WS-PROBE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       COMPARE-FACTS.
           PERFORM VARYING WS-FACT-IDX FROM 1 BY 1
                   UNTIL WS-FACT-IDX > WS-FACT-COUNT(1)
               MOVE WS-FACT-ENTRY(1, WS-FACT-IDX) TO WS-PROBE
               MOVE 2 TO WS-FIND-SIDE
               PERFORM FIND-FACT
               IF WS-FOUND = 'N'
                   MOVE WS-FACT-ENTRY(1, WS-FACT-IDX) TO WS-FACT
                   MOVE 2 TO WS-FIND-SIDE
                   PERFORM CLASSIFY-REMOVED-FACT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FACT-IDX FROM 1 BY 1
                   UNTIL WS-FACT-IDX > WS-FACT-COUNT(2)
               MOVE WS-FACT-ENTRY(2, WS-FACT-IDX) TO WS-PROBE
               MOVE 1 TO WS-FIND-SIDE
               PERFORM FIND-FACT
               IF WS-FOUND = 'N'
                   MOVE WS-FACT-ENTRY(2, WS-FACT-IDX) TO WS-FACT
                   MOVE 1 TO WS-FIND-SIDE
                   PERFORM CLASSIFY-ADDED-FACT
               END-IF
           END-PERFORM.

       SPLIT-FACT.
           MOVE SPACES TO WS-F-TYPE WS-F-FIELDS
           UNSTRING WS-FACT DELIMITED BY '|'
               INTO WS-F-TYPE WS-F(1) WS-F(2) WS-F(3) WS-F(4)
                    WS-F(5)
           END-UNSTRING
           MOVE WS-F(2) TO WS-F-METHOD
           IF WS-F-METHOD = '*'
               MOVE 'ALL' TO WS-F-METHOD
           END-IF
           INSPECT WS-F-METHOD CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *> Sets WS-SKIP when the fact's parent - path, operation,
      *> response, schema or property - is itself missing from the
      *> WS-FIND-SIDE list, so only the parent's change is reported
       CHECK-PARENT-PRESENT.
           MOVE 'N' TO WS-SKIP
           EVALUATE WS-F-TYPE
               WHEN 'SC'
               WHEN 'P '
                   EXIT PARAGRAPH
               WHEN 'SP'
               WHEN 'ST'
               WHEN 'SR'
                   MOVE SPACES TO WS-PROBE
                   STRING 'SC|' FUNCTION TRIM(WS-F(1))
                       DELIMITED BY SIZE INTO WS-PROBE
                   END-STRING
                   PERFORM FIND-FACT
                   IF WS-FOUND = 'N'
                       MOVE 'Y' TO WS-SKIP
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-F-TYPE = 'ST'
                       MOVE SPACES TO WS-PROBE
                       STRING 'SP|' FUNCTION TRIM(WS-F(1))
                              '|' FUNCTION TRIM(WS-F(2))
                           DELIMITED BY SIZE INTO WS-PROBE
                       END-STRING
                       PERFORM FIND-FACT
                       IF WS-FOUND = 'N'
                           MOVE 'Y' TO WS-SKIP
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO WS-PROBE
           STRING 'P|' FUNCTION TRIM(WS-F(1))
               DELIMITED BY SIZE INTO WS-PROBE
           END-STRING
           PERFORM FIND-FACT
           IF WS-FOUND = 'N'
               MOVE 'Y' TO WS-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-F-TYPE = 'O ' OR WS-F(2) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROBE
           STRING 'O|' FUNCTION TRIM(WS-F(1))
                  '|' FUNCTION TRIM(WS-F(2))
               DELIMITED BY SIZE INTO WS-PROBE
           END-STRING
           PERFORM FIND-FACT
           IF WS-FOUND = 'N'
               MOVE 'Y' TO WS-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-F-TYPE = 'RS'
               MOVE SPACES TO WS-PROBE
               STRING 'R|' FUNCTION TRIM(WS-F(1))
                      '|' FUNCTION TRIM(WS-F(2))
                      '|' FUNCTION TRIM(WS-F(3))
                   DELIMITED BY SIZE INTO WS-PROBE
               END-STRING
               PERFORM FIND-FACT
               IF WS-FOUND = 'N'
                   MOVE 'Y' TO WS-SKIP
               END-IF
           END-IF.

      *> In the current definition but not the incoming one
       CLASSIFY-REMOVED-FACT.
           PERFORM SPLIT-FACT
           PERFORM CHECK-PARENT-PRESENT
           IF WS-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BREAKING' TO WS-CHANGE-CLASS
           EVALUATE WS-F-TYPE
               WHEN 'P '
                   MOVE 'removed path' TO WS-CHANGE-TEXT
               WHEN 'O '
                   MOVE 'removed operation' TO WS-CHANGE-TEXT
               WHEN 'Q '
                   MOVE 'removed parameter' TO WS-CHANGE-TEXT
               WHEN 'R '
                   MOVE 'removed response' TO WS-CHANGE-TEXT
               WHEN 'RS'
                   MOVE 'response schema changed' TO WS-CHANGE-TEXT
               WHEN 'SC'
                   MOVE 'removed schema' TO WS-CHANGE-TEXT
               WHEN 'SP'
                   MOVE 'removed schema property' TO WS-CHANGE-TEXT
               WHEN 'ST'
                   MOVE 'property type changed' TO WS-CHANGE-TEXT
               WHEN 'QR'
                   MOVE 'relaxed' TO WS-CHANGE-CLASS
                   MOVE 'parameter now optional' TO WS-CHANGE-TEXT
               WHEN 'BR'
                   MOVE 'relaxed' TO WS-CHANGE-CLASS
                   MOVE 'request body now optional' TO WS-CHANGE-TEXT
               WHEN 'SR'
                   MOVE 'relaxed' TO WS-CHANGE-CLASS
                   MOVE 'field no longer required' TO WS-CHANGE-TEXT
           END-EVALUATE
           PERFORM WRITE-CHANGE-LINE.

      *> In the incoming definition but not the current one. A new
      *> requirement on an operation or schema consumers already
      *> use breaks them; one on something new does not
       CLASSIFY-ADDED-FACT.
           PERFORM SPLIT-FACT
           PERFORM CHECK-PARENT-PRESENT
           IF WS-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'added' TO WS-CHANGE-CLASS
           EVALUATE WS-F-TYPE
               WHEN 'P '
                   MOVE 'new path' TO WS-CHANGE-TEXT
               WHEN 'O '
                   MOVE 'new operation' TO WS-CHANGE-TEXT
               WHEN 'Q '
                   MOVE 'new parameter' TO WS-CHANGE-TEXT
               WHEN 'R '
                   MOVE 'new response' TO WS-CHANGE-TEXT
               WHEN 'SC'
                   MOVE 'new schema' TO WS-CHANGE-TEXT
               WHEN 'SP'
                   MOVE 'new schema property' TO WS-CHANGE-TEXT
               WHEN 'QR'
                   MOVE 'BREAKING' TO WS-CHANGE-CLASS
                   MOVE 'parameter now required' TO WS-CHANGE-TEXT
               WHEN 'BR'
                   MOVE 'BREAKING' TO WS-CHANGE-CLASS
                   MOVE 'request body now required' TO WS-CHANGE-TEXT
               WHEN 'SR'
                   MOVE 'BREAKING' TO WS-CHANGE-CLASS
                   MOVE 'field now required' TO WS-CHANGE-TEXT
               WHEN OTHER
      *> The new side of a changed response or property type -
      *> already reported from the removed side
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM WRITE-CHANGE-LINE.

       WRITE-CHANGE-LINE.
           ADD 1 TO LS-CHANGE-COUNT
           IF WS-CHANGE-CLASS = 'BREAKING'
               ADD 1 TO LS-BREAKING-COUNT
           END-IF
           MOVE SPACES TO WS-CHANGE-SUBJECT
           EVALUATE WS-F-TYPE
               WHEN 'P '
                   MOVE WS-F(1) TO WS-CHANGE-SUBJECT
               WHEN 'O '
               WHEN 'BR'
                   STRING FUNCTION TRIM(WS-F-METHOD) ' '
                          FUNCTION TRIM(WS-F(1))
                       DELIMITED BY SIZE INTO WS-CHANGE-SUBJECT
                   END-STRING
               WHEN 'Q '
               WHEN 'QR'
                   STRING FUNCTION TRIM(WS-F-METHOD) ' '
                          FUNCTION TRIM(WS-F(1)) ' ('
                          FUNCTION TRIM(WS-F(3)) ') '
                          FUNCTION TRIM(WS-F(4))
                       DELIMITED BY SIZE INTO WS-CHANGE-SUBJECT
                   END-STRING
               WHEN 'R '
               WHEN 'RS'
                   STRING FUNCTION TRIM(WS-F-METHOD) ' '
                          FUNCTION TRIM(WS-F(1)) ' '
                          FUNCTION TRIM(WS-F(3)) ' '
                          FUNCTION TRIM(WS-F(4))
                       DELIMITED BY SIZE INTO WS-CHANGE-SUBJECT
                   END-STRING
               WHEN 'SC'
                   MOVE WS-F(1) TO WS-CHANGE-SUBJECT
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-F(1)) '.'
                          FUNCTION TRIM(WS-F(2)) ' '
                          FUNCTION TRIM(WS-F(3))
                       DELIMITED BY SIZE INTO WS-CHANGE-SUBJECT
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CHANGE-CLASS '  ' WS-CHANGE-TEXT ' '
                  WS-CHANGE-SUBJECT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'API definition change report for '
                  FUNCTION TRIM(LS-API-NAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF LS-CURRENT-SPEC = SPACES
               MOVE 'Current revision: none - first import'
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-FACT-COUNT(1) TO WS-SHOW-COUNT
               STRING 'Current revision: '
                      FUNCTION TRIM(WS-SHOW-COUNT) ' facts'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FACT-COUNT(2) TO WS-SHOW-COUNT
           STRING 'Incoming definition: '
                  FUNCTION TRIM(WS-SHOW-COUNT) ' facts'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-FACT-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Note: definition too large - '
                      WS-FACT-DROPPED ' facts beyond '
                      WS-FACT-MAX ' not compared'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-VERDICT.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE
           IF LS-RETURN-CODE NOT = 0
               IF WS-SIDE-READ(1) NOT = 'Y'
                   MOVE 'The current revision''s definition could not'
                       TO WS-REPORT-LINE
               ELSE
                   MOVE 'The incoming definition could not'
                       TO WS-REPORT-LINE
               END-IF
               MOVE 1 TO WS-FACT-PTR
               INSPECT WS-REPORT-LINE TALLYING WS-FACT-PTR
                   FOR CHARACTERS BEFORE INITIAL '  '
               STRING ' be read as OpenAPI JSON'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-FACT-PTR
               END-STRING
           ELSE
               STRING 'Changes: ' LS-CHANGE-COUNT
                      '  breaking: ' LS-BREAKING-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN LS-CURRENT-SPEC = SPACES
                   MOVE 'Verdict: first import - imported'
                       TO WS-REPORT-LINE
               WHEN LS-RETURN-CODE = 0 AND LS-BREAKING-COUNT = 0
                   MOVE 'Verdict: no breaking changes - imported'
                       TO WS-REPORT-LINE
               WHEN LS-OVERRIDE = 'Y'
                   MOVE 'Verdict: imported under override'
                       TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE 'Verdict: BLOCKED - import refused'
                       TO WS-REPORT-LINE
           END-EVALUATE
           WRITE SPEC-REPORT-RECORD FROM WS-REPORT-LINE.

       END PROGRAM APISPECDIFF.

       *> ("NETPAY = GROSS - GROSS * TAXRATE", with parentheses,
       *> numeric literals, eight-character symbol names,
       *> IF(cond,then,else), CALL(NAME) to reference a cataloged
       *> expression, PRIOR(NAME) for a cataloged expression's
       *> prior-run result, LOOKUP(TABLE,expr) for a ZODERATE
       *> tiered rate, and the MIN(a,b), MAX(a,b), ABS(a) and
       *> ROUND(a,n) functions), and writes the equivalent node records
       *> in the exact ZODESRC layout AST_BUILD and ZODECATM consume:
       *> root flag and assignment symbol on the root record, ELSE-ID
       *> on IF nodes. A line that does not parse is rejected with
      *>   TOKEN TYPES: 'N' NUMERIC LITERAL, 'V' SYMBOL NAME,
      *>   'O' OPERATOR (+ - * / > =), 'F' THE IF KEYWORD,
      *>   'G' THE CALL KEYWORD, 'P' THE PRIOR KEYWORD,
      *>   'K' THE LOOKUP KEYWORD, 'M' A MIN, MAX, ABS OR ROUND
      *>   KEYWORD (TOK-OP HOLDS THE NODE TYPE IT WILL EMIT),
      *>   'L' LEFT PAREN, 'R' RIGHT PAREN, 'C' COMMA.
       01  EXPR-LINE       PIC X(80) VALUE SPACE.
       01  MAX-TOKENS      PIC 9(2) VALUE 60.

      *> SHUNTING-YARD OPERATOR STACK. ENTRY TYPES: 'O' OPERATOR,
      *> 'L' LEFT PAREN (OPS-ARGS COUNTS THE ARGUMENTS SEEN INSIDE
      *> IT SO FAR), 'F' A PENDING FUNCTION (OPS-OP HOLDS THE NODE
      *> TYPE IT WILL EMIT: '8' IF, 'B' LOOKUP, 'C' THRU 'F' MIN,
      *> MAX, ABS, ROUND; OPS-NAME HOLDS A LOOKUP'S RATE TABLE NAME).
       01  MAX-OPS         PIC 9(2) VALUE 60.
       01  OPS-DEPTH       PIC 9(2) VALUE 0.
       01  OPS-TABLE.
               10  OPS-TYPE     PIC X.
               10  OPS-OP       PIC X.
               10  OPS-ARGS     PIC 9(2).
               10  OPS-NAME     PIC X(8).
       01  OPS-PREC        PIC 9 VALUE 0.
       01  CURR-PREC       PIC 9 VALUE 0.
       01  PREC-OP         PIC X VALUE SPACE.
       01  EMIT-RIGHT-IDX  PIC 9(3) VALUE 0.
       01  EMIT-ELSE-IDX   PIC 9(3) VALUE 0.
       01  EMIT-ZODE-ID    PIC X VALUE SPACE.
       01  EMIT-NAME       PIC X(8) VALUE SPACE.
       01  EMIT-VAL        PIC S9(9)V99 VALUE 0.

       01  EXPR-ERR-HEADER.
           05  FILLER           PIC X(26)

      *    GATHER A SYMBOL NAME (LETTERS AND DIGITS, LEADING LETTER
      *    ALREADY SEEN). MORE THAN EIGHT CHARACTERS REJECTS THE
      *    LINE; THE BARE NAMES "IF", "CALL", "PRIOR", "LOOKUP",
      *    "MIN", "MAX", "ABS" AND "ROUND" ARE KEYWORDS.
       SCAN-NAME-TOKEN.
           MOVE SPACE TO NAME-WORK
           MOVE 0 TO NAME-LEN
               IF NAME-WORK = "PRIOR"
                   MOVE 'P' TO PEND-TOK-TYPE
                   PERFORM ADD-PLAIN-TOKEN
               ELSE
               IF NAME-WORK = "LOOKUP"
                   MOVE 'K' TO PEND-TOK-TYPE
                   PERFORM ADD-PLAIN-TOKEN
               ELSE
               IF NAME-WORK = "MIN" OR NAME-WORK = "MAX"
                   OR NAME-WORK = "ABS" OR NAME-WORK = "ROUND"
                   MOVE 'M' TO PEND-TOK-TYPE
                   PERFORM ADD-PLAIN-TOKEN
                   PERFORM SET-FUNCTION-TYPE
               ELSE
                   MOVE 'V' TO PEND-TOK-TYPE
                   PERFORM ADD-PLAIN-TOKEN
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *    THE NODE TYPE EACH FUNCTION KEYWORD EMITS, KEPT ON ITS
      *    TOKEN.
       SET-FUNCTION-TYPE.
           EVALUATE NAME-WORK
               WHEN "MIN"
                   MOVE 'C' TO TOK-OP(TOK-COUNT)
               WHEN "MAX"
                   MOVE 'D' TO TOK-OP(TOK-COUNT)
               WHEN "ABS"
                   MOVE 'E' TO TOK-OP(TOK-COUNT)
               WHEN OTHER
                   MOVE 'F' TO TOK-OP(TOK-COUNT)
           END-EVALUATE.

      *    GATHER A NUMERIC LITERAL BY ZODEPRMM'S VALUE RULES: UP TO
      *    NINE INTEGER DIGITS, ONE DECIMAL POINT, UP TO TWO
      *    DECIMALS. THE SIGN WAS SETTLED BY THE CALLER.
                       MOVE 'A' TO REF-NODE-TYPE
                       MOVE "PRIOR REQUIRES (NAME)" TO REF-ERR-TEXT
                       PERFORM TAKE-REF-TOKEN
                   WHEN 'K'
                       PERFORM TAKE-LOOKUP-TOKEN
                   WHEN 'M'
                       PERFORM TAKE-MATH-TOKEN
                   WHEN 'L'
                       PERFORM TAKE-LPAREN-TOKEN
                   WHEN 'R'
               PERFORM PUSH-OPS-ENTRY
               IF NOT PARSE-ERR
                   MOVE 'F' TO OPS-TYPE(OPS-DEPTH)
                   MOVE '8' TO OPS-OP(OPS-DEPTH)
                   SET AFTER-IF TO TRUE
               END-IF
           END-IF.

      *    LOOKUP(TABLE,EXPR): THE "(TABLE," PREFIX IS A BARE NAME,
      *    SO IT IS TAKEN HERE DIRECTLY THE WAY TAKE-REF-TOKEN TAKES
      *    CALL(NAME); THE LOOKUP IS THEN CARRIED AS A ONE-ARGUMENT
      *    FUNCTION OVER THE INPUT EXPRESSION, WITH ITS OWN '(' ALREADY
      *    OPEN ON THE OPERATOR STACK.
       TAKE-LOOKUP-TOKEN.
           IF EXPECT-OPERATOR
               MOVE "OPERATOR EXPECTED" TO PARSE-ERR-TEXT
               PERFORM NOTE-PARSE-ERROR
           ELSE
               IF TOK-IDX + 3 > TOK-COUNT
                   OR TOK-TYPE(TOK-IDX + 1) NOT = 'L'
                   OR TOK-TYPE(TOK-IDX + 2) NOT = 'V'
                   OR TOK-TYPE(TOK-IDX + 3) NOT = 'C'
                   MOVE "LOOKUP REQUIRES (TABLE,EXPRESSION)"
                    TO PARSE-ERR-TEXT
                   PERFORM NOTE-PARSE-ERROR
               ELSE
                   PERFORM PUSH-OPS-ENTRY
                   IF NOT PARSE-ERR
                       MOVE 'F' TO OPS-TYPE(OPS-DEPTH)
                       MOVE 'B' TO OPS-OP(OPS-DEPTH)
                       MOVE TOK-NAME(TOK-IDX + 2)
                        TO OPS-NAME(OPS-DEPTH)
                       PERFORM PUSH-OPS-ENTRY
                   END-IF
                   IF NOT PARSE-ERR
                       MOVE 'L' TO OPS-TYPE(OPS-DEPTH)
                       MOVE 1 TO OPS-ARGS(OPS-DEPTH)
                       ADD 3 TO TOK-IDX
                       MOVE 'V' TO EXPECT-SW
                   END-IF
               END-IF
           END-IF.

      *    MIN(A,B), MAX(A,B), ABS(A) AND ROUND(A,N) ARE CARRIED AS
      *    FUNCTIONS OVER THEIR ARGUMENT EXPRESSIONS THE WAY LOOKUP
      *    IS, WITH THEIR OWN '(' OPENED HERE. THE KEYWORD TOKEN'S
      *    TOK-OP IS THE NODE TYPE THE FUNCTION WILL EMIT.
       TAKE-MATH-TOKEN.
           IF EXPECT-OPERATOR
               MOVE "OPERATOR EXPECTED" TO PARSE-ERR-TEXT
               PERFORM NOTE-PARSE-ERROR
           ELSE
               IF TOK-IDX + 1 > TOK-COUNT
                   OR TOK-TYPE(TOK-IDX + 1) NOT = 'L'
                   MOVE "FUNCTION NAME MUST BE FOLLOWED BY ("
                    TO PARSE-ERR-TEXT
                   PERFORM NOTE-PARSE-ERROR
               ELSE
                   PERFORM PUSH-OPS-ENTRY
                   IF NOT PARSE-ERR
                       MOVE 'F' TO OPS-TYPE(OPS-DEPTH)
                       MOVE TOK-OP(TOK-IDX) TO OPS-OP(OPS-DEPTH)
                       PERFORM PUSH-OPS-ENTRY
                   END-IF
                   IF NOT PARSE-ERR
                       MOVE 'L' TO OPS-TYPE(OPS-DEPTH)
                       MOVE 1 TO OPS-ARGS(OPS-DEPTH)
                       ADD 1 TO TOK-IDX
                       MOVE 'V' TO EXPECT-SW
                   END-IF
               END-IF
           END-IF.

       TAKE-LPAREN-TOKEN.
           IF EXPECT-OPERATOR
               MOVE "OPERATOR EXPECTED" TO PARSE-ERR-TEXT
           END-IF.

      *    A ')' RELEASES EVERY OPERATOR BACK TO ITS '(' AND DROPS
      *    THE PAREN. WHEN A FUNCTION WAS WAITING UNDER THE PAREN,
      *    ITS ARGUMENT COUNT IS CHECKED AND ITS NODE EMITTED.
       TAKE-RPAREN-TOKEN.
           IF EXPECT-OPERAND
               MOVE "OPERAND EXPECTED" TO PARSE-ERR-TEXT
               IF NOT PARSE-ERR
                   IF OPS-DEPTH > 1
                       AND OPS-TYPE(OPS-DEPTH - 1) = 'F'
                       PERFORM TAKE-FUNCTION-CLOSE
                   ELSE
                       SUBTRACT 1 FROM OPS-DEPTH
                   END-IF
               END-IF
           END-IF.

      *    CLOSE THE FUNCTION WAITING UNDER THE PAREN ON TOP OF THE
      *    OPERATOR STACK: BOTH ENTRIES COME OFF AND THE FUNCTION'S
      *    NODE IS EMITTED OVER ITS ARGUMENTS.
       TAKE-FUNCTION-CLOSE.
           EVALUATE OPS-OP(OPS-DEPTH - 1)
               WHEN 'B'
                   IF OPS-ARGS(OPS-DEPTH) NOT = 1
                       MOVE "LOOKUP REQUIRES (TABLE,EXPRESSION)"
                        TO PARSE-ERR-TEXT
                       PERFORM NOTE-PARSE-ERROR
                   ELSE
                       MOVE OPS-NAME(OPS-DEPTH - 1) TO EMIT-NAME
                       SUBTRACT 2 FROM OPS-DEPTH
                       PERFORM EMIT-LOOKUP-NODE
                   END-IF
               WHEN 'C'
               WHEN 'D'
                   IF OPS-ARGS(OPS-DEPTH) NOT = 2
                       MOVE "MIN AND MAX REQUIRE 2 ARGUMENTS"
                        TO PARSE-ERR-TEXT
                       PERFORM NOTE-PARSE-ERROR
                   ELSE
                       MOVE OPS-OP(OPS-DEPTH - 1) TO EMIT-ZODE-ID
                       SUBTRACT 2 FROM OPS-DEPTH
                       PERFORM EMIT-PAIR-NODE
                   END-IF
               WHEN 'E'
                   IF OPS-ARGS(OPS-DEPTH) NOT = 1
                       MOVE "ABS REQUIRES 1 ARGUMENT"
                        TO PARSE-ERR-TEXT
                       PERFORM NOTE-PARSE-ERROR
                   ELSE
                       SUBTRACT 2 FROM OPS-DEPTH
                       PERFORM EMIT-ABS-NODE
                   END-IF
               WHEN 'F'
                   IF OPS-ARGS(OPS-DEPTH) NOT = 2
                       MOVE "ROUND REQUIRES (EXPRESSION,PLACES)"
                        TO PARSE-ERR-TEXT
                       PERFORM NOTE-PARSE-ERROR
                   ELSE
                       SUBTRACT 2 FROM OPS-DEPTH
                       PERFORM EMIT-ROUND-NODE
                   END-IF
               WHEN OTHER
                   IF OPS-ARGS(OPS-DEPTH) NOT = 3
                       MOVE "IF REQUIRES 3 ARGUMENTS"
                        TO PARSE-ERR-TEXT
                       PERFORM NOTE-PARSE-ERROR
                   ELSE
                       SUBTRACT 2 FROM OPS-DEPTH
                       PERFORM EMIT-IF-NODE
                   END-IF
           END-EVALUATE.

       TAKE-COMMA-TOKEN.
           IF EXPECT-OPERAND
               MOVE "OPERAND EXPECTED" TO PARSE-ERR-TEXT
               IF NOT PARSE-ERR
                   IF OPS-DEPTH = 1
                       OR OPS-TYPE(OPS-DEPTH - 1) NOT = 'F'
                       MOVE "COMMA OUTSIDE FUNCTION ARGUMENTS"
                        TO PARSE-ERR-TEXT
                       PERFORM NOTE-PARSE-ERROR
                   ELSE
               ADD 1 TO OPS-DEPTH
               MOVE SPACE TO OPS-OP(OPS-DEPTH)
               MOVE 0 TO OPS-ARGS(OPS-DEPTH)
               MOVE SPACE TO OPS-NAME(OPS-DEPTH)
           END-IF.

      *    EMIT THE OPERATOR ON TOP OF THE OPERATOR STACK AS A NODE
               END-IF
           END-IF.

      *    EMIT A LOOKUPC NODE OVER THE TOP VALUE-STACK ENTRY (THE
      *    INPUT EXPRESSION), CARRYING THE RATE TABLE NAME.
       EMIT-LOOKUP-NODE.
           IF VS-DEPTH < 1
               MOVE "LOOKUP IS MISSING ITS INPUT" TO PARSE-ERR-TEXT
               PERFORM NOTE-PARSE-ERROR
           ELSE
               MOVE VS-NODE-IDX(VS-DEPTH) TO EMIT-LEFT-IDX
               SUBTRACT 1 FROM VS-DEPTH
               PERFORM NEW-BUFFER-NODE
               IF NOT PARSE-ERR
                   MOVE 'B' TO NB-ZODE-ID(NB-COUNT)
                   MOVE EMIT-NAME TO NB-NAME(NB-COUNT)
                   MOVE EMIT-LEFT-IDX TO NB-LEFT(NB-COUNT)
                   PERFORM PUSH-VALUE-NODE
               END-IF
           END-IF.

      *    EMIT A MINC OR MAXC NODE (TYPE IN EMIT-ZODE-ID) OVER THE
      *    TOP TWO VALUE-STACK ENTRIES IN ARGUMENT ORDER.
       EMIT-PAIR-NODE.
           IF VS-DEPTH < 2
               MOVE "FUNCTION IS MISSING AN ARGUMENT"
                TO PARSE-ERR-TEXT
               PERFORM NOTE-PARSE-ERROR
           ELSE
               MOVE VS-NODE-IDX(VS-DEPTH) TO EMIT-RIGHT-IDX
               SUBTRACT 1 FROM VS-DEPTH
               MOVE VS-NODE-IDX(VS-DEPTH) TO EMIT-LEFT-IDX
               SUBTRACT 1 FROM VS-DEPTH
               PERFORM NEW-BUFFER-NODE
               IF NOT PARSE-ERR
                   MOVE EMIT-ZODE-ID TO NB-ZODE-ID(NB-COUNT)
                   MOVE EMIT-LEFT-IDX TO NB-LEFT(NB-COUNT)
                   MOVE EMIT-RIGHT-IDX TO NB-RIGHT(NB-COUNT)
                   PERFORM PUSH-VALUE-NODE
               END-IF
           END-IF.

      *    EMIT AN ABSC NODE OVER THE TOP VALUE-STACK ENTRY.
       EMIT-ABS-NODE.
           IF VS-DEPTH < 1
               MOVE "ABS IS MISSING ITS ARGUMENT" TO PARSE-ERR-TEXT
               PERFORM NOTE-PARSE-ERROR
           ELSE
               MOVE VS-NODE-IDX(VS-DEPTH) TO EMIT-LEFT-IDX
               SUBTRACT 1 FROM VS-DEPTH
               PERFORM NEW-BUFFER-NODE
               IF NOT PARSE-ERR
                   MOVE 'E' TO NB-ZODE-ID(NB-COUNT)
                   MOVE EMIT-LEFT-IDX TO NB-LEFT(NB-COUNT)
                   PERFORM PUSH-VALUE-NODE
               END-IF
           END-IF.

      *    EMIT A ROUNDC NODE OVER THE INPUT EXPRESSION. THE PLACES
      *    ARGUMENT MUST BE A BARE LITERAL 0, 1 OR 2; ITS NUMC NODE
      *    IS THEN THE LAST ONE BUFFERED, SO IT IS DROPPED AND ITS
      *    VALUE CARRIED IN THE ROUNDC'S VAL, WHERE AST_BUILD READS
      *    THE PLACES.
       EMIT-ROUND-NODE.
           IF VS-DEPTH < 2
               MOVE "ROUND IS MISSING AN ARGUMENT" TO PARSE-ERR-TEXT
               PERFORM NOTE-PARSE-ERROR
           ELSE
               MOVE VS-NODE-IDX(VS-DEPTH) TO EMIT-RIGHT-IDX
               IF EMIT-RIGHT-IDX NOT = NB-COUNT
                   OR NB-ZODE-ID(EMIT-RIGHT-IDX) NOT = '0'
                   OR (NB-VAL(EMIT-RIGHT-IDX) NOT = 0
                   AND NB-VAL(EMIT-RIGHT-IDX) NOT = 1
                   AND NB-VAL(EMIT-RIGHT-IDX) NOT = 2)
                   MOVE "ROUND PLACES MUST BE LITERAL 0, 1 OR 2"
                    TO PARSE-ERR-TEXT
                   PERFORM NOTE-PARSE-ERROR
               ELSE
                   MOVE NB-VAL(EMIT-RIGHT-IDX) TO EMIT-VAL
                   SUBTRACT 1 FROM NB-COUNT
                   SUBTRACT 1 FROM VS-DEPTH
                   MOVE VS-NODE-IDX(VS-DEPTH) TO EMIT-LEFT-IDX
                   SUBTRACT 1 FROM VS-DEPTH
                   PERFORM NEW-BUFFER-NODE
                   IF NOT PARSE-ERR
                       MOVE 'F' TO NB-ZODE-ID(NB-COUNT)
                       MOVE EMIT-VAL TO NB-VAL(NB-COUNT)
                       MOVE EMIT-LEFT-IDX TO NB-LEFT(NB-COUNT)
                       PERFORM PUSH-VALUE-NODE
                   END-IF
               END-IF
           END-IF.

       NEW-BUFFER-NODE.
           IF NB-COUNT NOT < MAX-BUF-NODES
               MOVE "EXPRESSION HAS TOO MANY NODES"

      *    WRITE THE CLEAN LINE'S BUFFERED NODES AS ZODESRC RECORDS.
      *    THE LAST NODE EMITTED IS THE ROOT; A BARE VARC, CALLC,
      *    PRIORC, OR LOOKUPC ROOT IS WRAPPED IN PLUSC + NUMC 0
      *    FIRST, BECAUSE AST_BUILD READS THOSE ROOTS' VAR-NAME AS
      *    THE SYMBOL, EXPRESSION, OR RATE TABLE THEY REFERENCE, NOT
      *    AS THE ASSIGNMENT TARGET.
       FLUSH-NODE-BUFFER.
           MOVE VS-NODE-IDX(1) TO NB-ROOT-IDX
           IF NB-ZODE-ID(NB-ROOT-IDX) = '2'
               OR NB-ZODE-ID(NB-ROOT-IDX) = '9'
               OR NB-ZODE-ID(NB-ROOT-IDX) = 'A'
               OR NB-ZODE-ID(NB-ROOT-IDX) = 'B'
               PERFORM NEW-BUFFER-NODE
               MOVE '0' TO NB-ZODE-ID(NB-COUNT)
               MOVE 0 TO NB-VAL(NB-COUNT)

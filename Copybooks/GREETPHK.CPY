000100*----------------------------------------------------------------
000200* GREETPHK
000300*----------------------------------------------------------------
000400* SOUND-ALIKE KEY WORK FIELDS.  COPY THIS MEMBER INTO
000500* WORKING-STORAGE OF EVERY PROGRAM THAT BUILDS A PHONETIC KEY
000600* FOR THE GREETPHX INDEX SO THEY ALL BUILD IT THE SAME WAY.  THE
000700* NAME GOES IN GPK-NAME AND THE KEY COMES BACK IN GPK-KEY: THE
000800* FIRST LETTER AS ITSELF, THEN UP TO SEVEN SOUNDEX-STYLE
000900* CONSONANT CODES TAKEN ACROSS THE WHOLE NAME, VOWELS AND SPACES
001000* SKIPPED AND A CODE EQUAL TO THE ONE BEFORE IT COLLAPSED - SO
001100* "JON SMITH" AND "JOHN  SMITH" AGREE.
001200*
001300*   CODE 1 - B F P V          CODE 4 - L
001400*   CODE 2 - C G J K Q S X Z  CODE 5 - M N
001500*   CODE 3 - D T              CODE 6 - R
001600*
001700* NEVER CHANGE THE RULES WITHOUT REBUILDING GREETPHX THROUGH
001800* GREET-PIX - EVERY KEY ALREADY ON THE INDEX WOULD STOP
001900* MATCHING.
002000*
002100* 10/15/2026 RM   INITIAL VERSION - LIFTED FROM GREET-USER.
002200*----------------------------------------------------------------
002300 01  GPK-KEY-FIELDS.
002400     05  GPK-NAME                  PIC X(20)  VALUE SPACES.
002500     05  GPK-KEY                   PIC X(08)  VALUE SPACES.
002600     05  GPK-SUB                   PIC 9(02)  COMP  VALUE ZERO.
002700     05  GPK-POS                   PIC 9(02)  COMP  VALUE ZERO.
002800     05  GPK-CHAR                  PIC X(01)  VALUE SPACE.
002900     05  GPK-CODE                  PIC X(01)  VALUE SPACE.
003000     05  GPK-PRIOR-CODE            PIC X(01)  VALUE SPACE.

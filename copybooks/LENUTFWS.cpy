      *****************************************************************
      * LENUTFWS - WORKING-STORAGE fields for the UTF-8 data-class
      * check.  COPY this into WORKING-STORAGE SECTION, set
      * LU-INPUT-DATA (and LU-TRANSLIT-FLAG if an ASCII rendering is
      * wanted), then COPY LENUTFPD into PROCEDURE DIVISION and
      * PERFORM LENUTF-CHECK-VALUE - the same pairing as LENVALWS/
      * LENVALPD, so BUGSOLUTION, LENBATCH's exception scrub and the
      * inline length check all judge a value's bytes by the one
      * piece of logic.
      *
      * The suppliers send UTF-8.  A well-formed multi-byte sequence
      * (an accented name, a currency sign) is data, not garbage; a
      * byte that cannot start or continue a sequence, a sequence
      * cut short, an overlong or surrogate encoding, and any
      * control character (X'00'-X'1F', X'7F', and U+0080-U+009F)
      * are garbage and fail the check exactly as a non-printable
      * byte always has.
      *
      * Comes back populated:
      *   LU-BYTE-LENGTH     significant length in bytes (last non-
      *                      space byte), the measure the length
      *                      rules are held to
      *   LU-CHAR-LENGTH     the same value counted in characters -
      *                      a bad byte counts as one character, the
      *                      '.' it is shown as
      *   LU-CLASS-CODE      0 clean, 8 at least one bad byte
      *   LU-SCRUBBED-VALUE  the value byte for byte, good sequences
      *                      kept and every bad byte swapped for '.',
      *                      safe to write to a LINE SEQUENTIAL file
      *   LU-ASCII-VALUE     only when LU-TRANSLITERATE: the value in
      *   LU-ASCII-LENGTH    plain ASCII for a target that cannot
      *                      hold UTF-8 - Latin letters lose their
      *                      accents, ligatures spell out ('ss', 'AE',
      *                      'OE'), a no-break space becomes a space
      *                      and anything else multi-byte becomes '?'.
      *                      Bad bytes are passed through untouched,
      *                      so the class check that follows still
      *                      sees them and still fails the value.
      *****************************************************************
       01  LU-INPUT-DATA               PIC X(200).
       01  LU-TRANSLIT-FLAG            PIC X(1)  VALUE 'N'.
           88  LU-TRANSLITERATE              VALUE 'Y'.
       01  LU-BYTE-LENGTH              PIC 9(4)  VALUE 0.
       01  LU-CHAR-LENGTH              PIC 9(4)  VALUE 0.
       01  LU-CLASS-CODE               PIC 9(2)  VALUE 0.
       01  LU-SCRUBBED-VALUE           PIC X(200) VALUE SPACES.
       01  LU-ASCII-VALUE              PIC X(200) VALUE SPACES.
       01  LU-ASCII-LENGTH             PIC 9(4)  VALUE 0.
      *    Working storage for the walk - the byte that starts the
      *    current character, how many bytes its sequence takes, and
      *    the byte under test after it.
       01  LU-SCAN-INDEX               PIC 9(4).
       01  LU-CONT-INDEX               PIC 9(1).
       01  LU-SEQ-LENGTH               PIC 9(1).
       01  LU-LEAD-BYTE                PIC X(1).
           88  LU-LEAD-ASCII                 VALUE X'20' THRU X'7E'.
           88  LU-LEAD-2-BYTE                VALUE X'C2' THRU X'DF'.
           88  LU-LEAD-3-BYTE                VALUE X'E0' THRU X'EF'.
           88  LU-LEAD-4-BYTE                VALUE X'F0' THRU X'F4'.
       01  LU-NEXT-BYTE                PIC X(1).
           88  LU-CONTINUATION               VALUE X'80' THRU X'BF'.
      *        The second byte is narrower than a plain continuation
      *        after these four lead bytes - outside the range the
      *        sequence is an overlong form, a surrogate, or past
      *        U+10FFFF.  After X'C2' the low half is the C1 control
      *        block.
           88  LU-AFTER-C2-CONTROL           VALUE X'80' THRU X'9F'.
           88  LU-AFTER-E0-VALID             VALUE X'A0' THRU X'BF'.
           88  LU-AFTER-ED-VALID             VALUE X'80' THRU X'9F'.
           88  LU-AFTER-F0-VALID             VALUE X'90' THRU X'BF'.
           88  LU-AFTER-F4-VALID             VALUE X'80' THRU X'8F'.
       01  LU-XLT-INDEX                PIC 9(3).
      *    ASCII spellings for U+00C0 through U+017F - Latin-1's
      *    accented letters and all of Latin Extended-A, which
      *    between them cover every European supplier we take feeds
      *    from.  Two bytes an entry, second byte space when the
      *    spelling is one letter; entry n is code point X'BF' + n,
      *    which is lead byte X'C3'-X'C5' and its continuation byte
      *    taken as one 192-entry run.
       01  LU-XLT-VALUES.
           05  FILLER                  PIC X(32) VALUE
               'A A A A A A AEC E E E E I I I I '.
           05  FILLER                  PIC X(32) VALUE
               'D N O O O O O x O U U U U Y THss'.
           05  FILLER                  PIC X(32) VALUE
               'a a a a a a aec e e e e i i i i '.
           05  FILLER                  PIC X(32) VALUE
               'd n o o o o o / o u u u u y thy '.
           05  FILLER                  PIC X(32) VALUE
               'A a A a A a C c C c C c C c D d '.
           05  FILLER                  PIC X(32) VALUE
               'D d E e E e E e E e E e G g G g '.
           05  FILLER                  PIC X(32) VALUE
               'G g G g H h H h I i I i I i I i '.
           05  FILLER                  PIC X(32) VALUE
               'I i IJijJ j K k k L l L l L l L '.
           05  FILLER                  PIC X(32) VALUE
               'l L l N n N n N n n NGngO o O o '.
           05  FILLER                  PIC X(32) VALUE
               'O o OEoeR r R r R r S s S s S s '.
           05  FILLER                  PIC X(32) VALUE
               'S s T t T t T t U u U u U u U u '.
           05  FILLER                  PIC X(32) VALUE
               'U u U u W w Y y Y Z z Z z Z z s '.
       01  LU-XLT-TABLE REDEFINES LU-XLT-VALUES.
           05  LU-XLT-ENTRY OCCURS 192 TIMES PIC X(2).

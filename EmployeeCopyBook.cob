      * See the License for the specific language governing permissions and      *
      * limitations under the License.                                           *
      *                                                                          *
      ****************************************************************************
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  KEY FIELD ID RENAMED EMP-ID; ID IS A RESERVED WORD.     *
      *  2026-10-15 RLM  ADDED MANAGER-ID, THE EMP-ID OF THE EMPLOYEE THIS       *
      *                  ONE REPORTS TO.  ZERO MEANS A TOP-LEVEL MANAGER.        *
      *                  THE RECORD GROWS FROM 782 TO 791 BYTES.                 *
      *                                                                          *
      ****************************************************************************

       01  EMPLOYEE.
           05  EMP-ID                   PIC 9(9).
           05  COMPANY.
               10  COMPANY-NAME         PIC X(20).
               10  SHORT_NAME           PIC X(3).
                   88  EMP-ACTIVE                VALUE "A".
                   88  EMP-TERMINATED            VALUE "T".
               10  TERMINATION-DATE     PIC 9(8).
               10  MANAGER-ID           PIC 9(9).
               10  NUMBER-OF-PROJECTS   PIC 9(3).
               10  PROJECTS-DETAIL      OCCURS 20
                                        DEPENDING ON NUMBER-OF-PROJECTS.

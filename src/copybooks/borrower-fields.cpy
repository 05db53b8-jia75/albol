*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that open the borrower
*> register (see borrower-select.cpy).
    01 BORROWER-FILE-STATUS PICTURE XX.

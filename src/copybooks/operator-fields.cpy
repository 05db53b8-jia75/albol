*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that open the operator
*> roster (see operator-select.cpy).
    01 OPERATOR-FILE-STATUS PICTURE XX.

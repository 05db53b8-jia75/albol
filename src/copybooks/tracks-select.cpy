*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for ALBUM-TRACKS-FILE, the companion track
*> listing, shared by every program that touches it. Keyed on the
*> album's uppercase title - the same key ADD-BRANCH builds for the
*> catalog - plus the track number, so an album's tracks read back in
*> running order and a START on the title positions straight to its
*> cluster, exactly as ALBUM-NOTES-FILE and ALBUM-COPIES-FILE are
*> keyed. OPTIONAL because most catalogs start life without track
*> listings: a missing file reads as empty and is created on first
*> I-O.
    SELECT OPTIONAL ALBUM-TRACKS-FILE ASSIGN TO "album-tracks.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALBUM-TRACK-KEY
        FILE STATUS IS TRACKS-FILE-STATUS.

*>
*> filename:   cleanserec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for CLEANSE.RUL, the pre-edit cleansing table
*> roman-numerals runs every file- and manifest-mode record through
*> before the CALL to convert, and cleanse-maint keeps. one
*> substitution per line: the slip character in column 1 and its
*> replacement in column 3, with '*' as the replacement meaning the
*> character is removed. columns 5-12 name the one branch the rule is
*> for; blank means the rule is shop-wide. a manifest-mode file from a
*> branch gets the shop-wide rules plus that branch's own, and where
*> both have a rule for the same character the branch's rule wins -
*> a slip peculiar to one branch's scanner stays with that branch.
*> lines keyed before the branch column existed are three bytes long
*> and read back as shop-wide rules.
*>

01 cleanse-rule-line.
    02 cx-from   pic X(1).
    02 filler    pic X(1).
    02 cx-to     pic X(1).
    02 filler    pic X(1).
    02 cx-branch pic X(8).

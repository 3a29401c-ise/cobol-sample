*> the menu01 options restricted to senior operators once an
*> operator master exists -- the destructive runs, the master and
*> parameter maintenance, and the operator controls.  menu01 refuses
*> them to anyone else; recert01 asks whether a senior operator has
*> used any of them at all.  one list, so the two cannot drift.
01 senior-option-list.
  03 filler pic x(50)
     value "01050711131617192026313235394041434445475152535657".
  03 filler pic x(10) value spaces.
01 senior-option-table redefines senior-option-list.
  03 senior-option pic x(2) occurs 30 times.
01 senior-option-count pic 9(2) value 25.

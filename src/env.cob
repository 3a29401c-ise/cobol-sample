identification division.
program-id. env01.
*> the environment a run belongs to.  production and any number of
*> rehearsal environments share the machine: production keeps its
*> files where they have always been, under ".", and an environment
*> named TEST keeps the same file set under "./TEST".  the name
*> comes from COUNT01_ENV, set once for the job stream or the menu01
*> session -- every program that run calls inherits it, so a single
*> run can never mix two environments' files.  unset or PROD is
*> production.  a name that is not one to eight letters and digits
*> is never taken as production: its files resolve under "./BADENV",
*> where nothing is found and nothing live is touched.
data division.
working-storage section.
01 env-raw pic x(40) value spaces.
01 env-name pic x(8) value spaces.
01 env-root pic x(10) value spaces.
01 env-ok pic x(1) value "y".
  88 env-good value "y".
01 env-warned pic x(1) value "n".
01 char-ix pic 9(2) value zero.
01 slash-ix pic 9(2) value zero.
01 base-name pic x(60) value spaces.
linkage section.
*> lk-func: "p" rewrite lk-path as the same file under the run's
*>          environment -- whatever directory lk-path already names
*>          is dropped first, so a path resolved once resolves the
*>          same again on a later call of the same program;
*>          "n" return the environment name in lk-path (PROD for
*>          production);
*>          "t" return in lk-path the directory an environment named
*>          in lk-path keeps its files under -- spaces when the name
*>          is production or not a valid name.
01 lk-func pic x(1).
01 lk-path pic x(60).
procedure division using lk-func lk-path.
if lk-func = "t"
  move lk-path to env-raw
  perform 1100-judge-name
  if not env-good or env-name = "PROD"
    move spaces to lk-path
  else
    move spaces to lk-path
    string "./" env-name delimited by space into lk-path
  end-if
  goback
end-if
perform 1000-find-environment
evaluate lk-func
  when "n"
    move env-name to lk-path
  when other
    perform 2000-resolve-path
end-evaluate
goback.

1000-find-environment.
  move spaces to env-raw
  accept env-raw from environment "COUNT01_ENV"
  perform 1100-judge-name
  if not env-good
    move "BADENV" to env-name
    move "./BADENV" to env-root
    if env-warned not = "y"
      display "env01: *** COUNT01_ENV " env-raw " is not a valid environment name -- no files will be found ***"
      move "y" to env-warned
    end-if
    exit paragraph
  end-if
  if env-name = "PROD"
    move "." to env-root
  else
    move spaces to env-root
    string "./" env-name delimited by space into env-root
  end-if.

*> spaces is production; otherwise one to eight upper-case letters
*> and digits with nothing after them.
1100-judge-name.
  move "y" to env-ok
  move function upper-case(env-raw) to env-raw
  if env-raw = spaces
    move "PROD" to env-name
    exit paragraph
  end-if
  if env-raw(9:32) not = spaces
    move "n" to env-ok
    exit paragraph
  end-if
  move env-raw(1:8) to env-name
  move zero to slash-ix
  perform varying char-ix from 1 by 1 until char-ix > 8
    if env-name(char-ix:1) = space
      if slash-ix = 0
        move char-ix to slash-ix
      end-if
    else
      if slash-ix > 0
        move "n" to env-ok
      end-if
      if (env-name(char-ix:1) < "A" or env-name(char-ix:1) > "Z")
          and (env-name(char-ix:1) < "0" or env-name(char-ix:1) > "9")
        move "n" to env-ok
      end-if
    end-if
  end-perform.

2000-resolve-path.
  move zero to slash-ix
  perform varying char-ix from 60 by -1 until char-ix < 1 or slash-ix > 0
    if lk-path(char-ix:1) = "/"
      move char-ix to slash-ix
    end-if
  end-perform
  if slash-ix = 0
    move lk-path to base-name
  else
    move spaces to base-name
    if slash-ix < 60
      move lk-path(slash-ix + 1:) to base-name
    end-if
  end-if
  move spaces to lk-path
  string env-root delimited by space
         "/" delimited by size
         base-name delimited by space
    into lk-path.

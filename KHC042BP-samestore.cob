       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC042BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 既存店前年比レポート作成.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004821) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004846) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           STDCALL IS DLL
           ARGUMENT-NUMBER IS ARGNUM
           ARGUMENT-VALUE  IS ARGVAL
           .
       EXTERNAL-PROGRAM SECTION.
           CALL-CONVENTION.
           'KXU001SP' IS DLL
           'KXU002SC' IS DLL
           'KXU009SC' IS DLL
           .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL 既存店帳票ファイル
               ASSIGN TO SAMERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-帳票状態.
       DATA DIVISION.
       FILE SECTION.
       FD  既存店帳票ファイル.
       01  既存店帳票レコード         PIC  X(132).

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC042BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 11.

       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).

       01  W-帳票状態                PIC  X(002) VALUE SPACE.
       01  W-帳票終了区分            PIC  X(001) VALUE '0'.
           88  帳票カーソル終了である         VALUE '1'.
       01  W-注記終了区分            PIC  X(001) VALUE '0'.
           88  注記カーソル終了である         VALUE '1'.
       01  W-現区分名                PIC  X(015) VALUE SPACE.
       01  W-頁数                    PIC  9(004) VALUE 0.
       01  W-行数                    PIC  9(002) VALUE 0.
       01  W-頁行数上限              PIC  9(002) VALUE 60.
       01  W-出力行数                PIC  9(011) VALUE 0.
       01  W-既存店件数              PIC  9(011) VALUE 0.
       01  W-新店件数                PIC  9(011) VALUE 0.
       01  W-改装店件数              PIC  9(011) VALUE 0.
       01  W-注記件数                PIC  9(011) VALUE 0.

      ** 年度期間(対象年月区分とHCM502から求める)

       01  W-期間ワーク.
           03  W-当年度開始年月.
             05  W-当年度開始年       PIC  9(004).
             05  W-当年度開始月       PIC  9(002).
           03  W-当年度終了年月.
             05  W-当年度終了年       PIC  9(004).
             05  W-当年度終了月       PIC  9(002).
           03  W-前年度開始年月.
             05  W-前年度開始年       PIC  9(004).
             05  W-前年度開始月       PIC  9(002).
           03  W-前年度終了年月.
             05  W-前年度終了年       PIC  9(004).
             05  W-前年度終了月       PIC  9(002).
           03  W-当年累計終了年月      PIC  X(006).
           03  W-前年累計終了年月.
             05  W-前年累計終了年     PIC  9(004).
             05  W-前年累計終了月     PIC  X(002).
           03  W-西暦年ワーク         PIC  9(004).

      ** 集計値(全店/既存店)。各集計表の行と同じ並び
      ** とし、集計値加算処理で共通に加算する。

       01  W-行集計.
           03  W-行-全店数            PIC  9(007).
           03  W-行-全当年            PIC S9(015).
           03  W-行-全前年            PIC S9(015).
           03  W-行-既存店数          PIC  9(007).
           03  W-行-既存当年          PIC S9(015).
           03  W-行-既存前年          PIC S9(015).
       01  W-加算先.
           03  W-加-全店数            PIC  9(007).
           03  W-加-全当年            PIC S9(015).
           03  W-加-全前年            PIC S9(015).
           03  W-加-既存店数          PIC  9(007).
           03  W-加-既存当年          PIC S9(015).
           03  W-加-既存前年          PIC S9(015).
       01  W-出力集計.
           03  W-出-全店数            PIC  9(007).
           03  W-出-全当年            PIC S9(015).
           03  W-出-全前年            PIC S9(015).
           03  W-出-既存店数          PIC  9(007).
           03  W-出-既存当年          PIC S9(015).
           03  W-出-既存前年          PIC S9(015).
       01  W-出力見出し              PIC  X(012) VALUE SPACE.
       01  W-出力キー                PIC  X(010) VALUE SPACE.
       01  W-全社集計                PIC  X(074) VALUE SPACE.

      ** ブランド別集計表

       01  W-ブ集計行数              PIC  9(003) VALUE 0.
       01  W-ブ集計検索添字          PIC  9(003) VALUE 0.
       01  W-ブ集計該当添字          PIC  9(003) VALUE 0.
       01  W-ブ集計表.
           03  W-ブ集計行 OCCURS 100 TIMES.
             05  W-ブ集計ブランド       PIC  X(02).
             05  W-ブ集計値             PIC  X(074).

      ** チャネル別集計表

       01  W-チ集計行数              PIC  9(003) VALUE 0.
       01  W-チ集計検索添字          PIC  9(003) VALUE 0.
       01  W-チ集計該当添字          PIC  9(003) VALUE 0.
       01  W-チ集計表.
           03  W-チ集計行 OCCURS 10 TIMES.
             05  W-チ集計チャネル       PIC  X(01).
             05  W-チ集計値             PIC  X(074).

      ** 支店別集計表(支店帳票定義キー順に取り出
      ** すので、キーが変わるたびに行を起こす)

       01  W-支集計行数              PIC  9(003) VALUE 0.
       01  W-支集計検索添字          PIC  9(003) VALUE 0.
       01  W-支集計表.
           03  W-支集計行 OCCURS 500 TIMES.
             05  W-支集計定義キー       PIC  X(10).
             05  W-支集計値             PIC  X(074).

       01  W-前年比                  PIC S9(005)V9 VALUE 0.
       01  W-全店前年比              PIC S9(005)V9 VALUE 0.
       01  W-寄与                    PIC S9(005)V9 VALUE 0.
       01  W-計算当年                PIC S9(015) VALUE 0.
       01  W-計算前年                PIC S9(015) VALUE 0.

      ** 新規区分照合ワーク

       01  W-新規区分群.
           03  W-前年年度新規         PIC  X(01).
           03  W-前年累計新規         PIC  X(01).
           03  W-当年年度新規         PIC  X(01).
           03  W-当年累計新規         PIC  X(01).
           03  W-前年年度新規店       PIC  X(01).
           03  W-前年累計新規店       PIC  X(01).
           03  W-当年年度新規店       PIC  X(01).
           03  W-当年累計新規店       PIC  X(01).
       01  W-前注記店コード          PIC  X(010) VALUE SPACE.
       01  W-照合開店年月            PIC  X(006) VALUE SPACE.
       01  W-照合開始年月            PIC  X(006) VALUE SPACE.
       01  W-照合終了年月            PIC  X(006) VALUE SPACE.
       01  W-照合区分値              PIC  X(001) VALUE SPACE.
           88  新規区分該当である             VALUE '1'.
       01  W-照合項目名              PIC  X(036) VALUE SPACE.
       01  W-注記内容                PIC  X(039) VALUE SPACE.
       01  W-照合ブランド            PIC  X(002) VALUE SPACE.
       01  W-照合開店年月日          PIC  X(008) VALUE SPACE.

       01  W-見出し１行.
           03  FILLER                 PIC  X(19)
               VALUE '既存店前年比 '.
           03  FILLER                 PIC  X(06) VALUE 'ＤＢ'.
           03  FILLER                 PIC  X(01) VALUE ':'.
           03  W-見-ＤＢ接続先        PIC  X(08).
           03  FILLER                 PIC  X(13)
               VALUE ' 対象年月'.
           03  FILLER                 PIC  X(01) VALUE ':'.
           03  W-見-対象年月          PIC  X(06).
           03  FILLER                 PIC  X(07)
               VALUE ' 年度'.
           03  FILLER                 PIC  X(01) VALUE ':'.
           03  W-見-年度開始          PIC  X(06).
           03  FILLER                 PIC  X(01) VALUE '-'.
           03  W-見-年度終了          PIC  X(06).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-見-区分名            PIC  X(15).
           03  FILLER                 PIC  X(04)
               VALUE ' 頁'.
           03  FILLER                 PIC  X(01) VALUE ':'.
           03  W-見-頁                PIC  ZZZ9.

       01  W-見出し２行.
           03  FILLER                 PIC  X(13)
               VALUE '集計単位 '.
           03  FILLER                 PIC  X(11)
               VALUE 'キー     '.
           03  FILLER                 PIC  X(13)
               VALUE '区分       '.
           03  FILLER                 PIC  X(08)
               VALUE ' 店数 '.
           03  FILLER                 PIC  X(17)
               VALUE '     当年累計'.
           03  FILLER                 PIC  X(17)
               VALUE '     前年累計'.
           03  FILLER                 PIC  X(10)
               VALUE ' 前年比'.
           03  FILLER                 PIC  X(17)
               VALUE '       増減額 '.
           03  FILLER                 PIC  X(09)
               VALUE ' 寄与pt'.

       01  W-注記見出し行.
           03  FILLER                 PIC  X(11)
               VALUE 'キー     '.
           03  FILLER                 PIC  X(11)
               VALUE '店        '.
           03  FILLER                 PIC  X(03) VALUE 'ブ'.
           03  FILLER                 PIC  X(37)
               VALUE '新規区分項目                   '.
           03  FILLER                 PIC  X(03) VALUE '値'.
           03  FILLER                 PIC  X(09) VALUE '開店日'.
           03  FILLER                 PIC  X(14)
               VALUE '判定期間  '.
           03  FILLER                 PIC  X(06) VALUE '内容'.

       01  W-集計行様式.
           03  W-集-見出し            PIC  X(12).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-キー              PIC  X(10).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-区分              PIC  X(12).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-店数              PIC  ZZZZZZ9.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-当年純売上        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-前年純売上        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-前年比            PIC  -ZZZZ9.9.
           03  FILLER                 PIC  X(01) VALUE '%'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-増減額            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-集-寄与              PIC  -ZZZ9.9.
           03  W-集-寄与単位          PIC  X(02).

       01  W-注記行.
           03  W-注-定義キー          PIC  X(10).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-注-店コード          PIC  X(10).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-注-ブランド          PIC  X(02).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-注-項目名            PIC  X(36).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-注-区分値            PIC  X(01).
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  W-注-開店年月日        PIC  X(08).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-注-期間開始          PIC  X(06).
           03  FILLER                 PIC  X(01) VALUE '-'.
           03  W-注-期間終了          PIC  X(06).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-注-内容              PIC  X(39).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  W-年度開始月              PIC  X(2).
       01  W-年度補正                PIC S9(1).
       01  W-区分数値                PIC  9(2).
       01  W-定義キー                PIC  X(10).
       01  W-店コード                PIC  X(10).
       01  W-ブランド                PIC  X(2).
       01  W-チャネル                PIC  X(1).
       01  W-既存判定区分            PIC  X(1).
       01  W-当年純売上累計          PIC S9(13).
       01  W-前年純売上累計          PIC S9(13).
       01  W-開店年月日              PIC  X(8).
       01  W-開店年月日店マター      PIC  X(8).
       01  W-新規区分連結            PIC  X(8).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.

      ** 既存店カーソル定義
      ** 前年/当年の年度・累計の新規区分・改装区分(
      ** 店マター側を含む)のいずれかが立つ行を新店(
      ** 1)・改装店(2)とし、どちらも立たない行を既存
      ** 店(0)とする。新規と改装が共に立つ行は新店に
      ** 数える。支店帳票定義キー順に取り出して支店
      ** 別集計を起こす。

           EXEC SQL DECLARE 既存店CUR CURSOR FOR
             SELECT NVL(TD.支店帳票定義キー,' '),
                    TD.得意先コード店マター,
                    TD.ブランドコード,
                    TD.チャネル区分,
                    CASE
                      WHEN '1' IN
                           (TD.前年年度新規区分,
                            TD.前年累計新規区分,
                            TD.当年年度新規区分,
                            TD.当年累計新規区分,
                            TD.前年年度新規区分店マター,
                            TD.前年累計新規区分店マター,
                            TD.当年年度新規区分店マター,
                            TD.当年累計新規区分店マター)
                        THEN '1'
                      WHEN '1' IN
                           (TD.前年年度改装区分,
                            TD.前年累計改装区分,
                            TD.当年年度改装区分,
                            TD.当年累計改装区分,
                            TD.前年年度改装区分店マター,
                            TD.前年累計改装区分店マター,
                            TD.当年年度改装区分店マター,
                            TD.当年累計改装区分店マター)
                        THEN '2'
                      ELSE '0'
                    END,
                    NVL(TD.当年純売上累計,0),
                    NVL(TD.前年純売上累計,0)
               FROM HCT_OUT_MISE_DFILE_NEW TD
              WHERE TD.対象年月 = :WK対象年月区分
              ORDER BY 1
                      ,TD.ブランドコード
                      ,TD.得意先コード店マター
           END-EXEC.

      ** 注記カーソル定義
      ** 開店年月日と新規区分(年度・累計)の整合を確
      ** 認する行を店単位に取り出す。

           EXEC SQL DECLARE 注記CUR CURSOR FOR
             SELECT NVL(TD.支店帳票定義キー,' '),
                    TD.得意先コード店マター,
                    TD.ブランドコード,
                    NVL(TD.開店年月日,' '),
                    NVL(TD.開店年月日店マター,' '),
                    NVL(TD.前年年度新規区分,' ')
                  ||NVL(TD.前年累計新規区分,' ')
                  ||NVL(TD.当年年度新規区分,' ')
                  ||NVL(TD.当年累計新規区分,' ')
                  ||NVL(TD.前年年度新規区分店マター,' ')
                  ||NVL(TD.前年累計新規区分店マター,' ')
                  ||NVL(TD.当年年度新規区分店マター,' ')
                  ||NVL(TD.当年累計新規区分店マター,' ')
               FROM HCT_OUT_MISE_DFILE_NEW TD
              WHERE TD.対象年月 = :WK対象年月区分
              ORDER BY 1
                      ,TD.得意先コード店マター
                      ,TD.ブランドコード
           END-EXEC.

      ******************************************************************
       PROCEDURE         DIVISION.
      *-----------------------------------------------------------------
       主処理.
      *-----------------------------------------------------------------

      ** 開始ログ出力

           MOVE  SPACE        TO D-ログ域
           MOVE  WKPGMID      TO D-プログラムＩＤ
           MOVE  'STARTED   ' TO D-カウント区分
           CALL  KXU002SC  USING  D-ログ域

           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

      ** メイン制御

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別帳票作成処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別帳票作成処理.
      *-----------------------------------------------------------------
           MOVE  W-環境コード(W-環境コード添字)  TO ARGDATA.

           CALL KXU009SC  USING  BY VALUE      ARGDATA
                                 BY REFERENCE  USERNAME
                                               PASSWD
                                               DB-NAME
           IF RETURN-CODE NOT = 0
             THEN
               STOP RUN
             ELSE
               CONTINUE
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           PERFORM  既存店帳票作成処理.

           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

      *-----------------------------------------------------------------
       得意先接続情報取得処理.
      *-----------------------------------------------------------------
           ACCEPT ARGCNT  FROM ARGNUM
           IF ARGCNT > MAXARG
             THEN
               MOVE '引数に誤りがあります'   TO
                   D-メッセージ域
               CALL KXU002SC              USING D-ログ域
               MOVE ABND-CODE                TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧

           IF ARGCNT = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
             ELSE
               PERFORM  引数取込処理  VARYING W-引数添字 FROM
                   1 BY 1
                   UNTIL W-引数添字 > ARGCNT
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT ARGDATA FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               ADD  1                 TO W-環境コード件数
               MOVE ARGDATA           TO
                   W-環境コード(W-環境コード件数)
           END-ACCEPT.

      *-----------------------------------------------------------------
       得意先接続処理.
      *-----------------------------------------------------------------
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD AT :DB-NAME
           END-EXEC.

      *-----------------------------------------------------------------
       SQL-ERROR.
      *-----------------------------------------------------------------
           MOVE  'データベースエラー' TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
      *-----------------------------------------------------------------
           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分

      ** 年度開始月・年度補正はKHC031BPと同じく
      ** XAT_PARAM(HCM502)から取得する。該当行が無け
      ** れば１月開始・年度補正なしとする。

           MOVE  '01'         TO W-年度開始月
           MOVE  0            TO W-年度補正

           MOVE 'HCM502'          TO ジョブコード
           MOVE 対象年月区分(5:2) TO W-区分数値
           MOVE  1                TO 行番号

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT 開始月, 年度補正値
               INTO :W-年度開始月, :W-年度補正
               FROM XAT_PARAM
              WHERE ジョブコード   = :ジョブコード
                AND パラメータ番号 = :W-区分数値
                AND 行番号         = :行番号
           END-EXEC.

      ** 当年度・前年度の期間と累計期間を求める

           MOVE 対象年月区分(1:4)   TO W-西暦年ワーク
           COMPUTE W-西暦年ワーク
                 = W-西暦年ワーク + W-年度補正
           MOVE W-西暦年ワーク      TO W-当年度開始年
           MOVE W-年度開始月        TO W-当年度開始月
           IF W-当年度開始月 = 1
             THEN
               MOVE W-当年度開始年  TO W-当年度終了年
               MOVE 12              TO W-当年度終了月
             ELSE
               COMPUTE W-当年度終了年 = W-当年度開始年 + 1
               COMPUTE W-当年度終了月 = W-当年度開始月 - 1
           END-IF
           COMPUTE W-前年度開始年  = W-当年度開始年 - 1
           MOVE W-当年度開始月      TO W-前年度開始月
           COMPUTE W-前年度終了年  = W-当年度終了年 - 1
           MOVE W-当年度終了月      TO W-前年度終了月

           MOVE 対象年月区分        TO W-当年累計終了年月
           MOVE 対象年月区分(1:4)   TO W-西暦年ワーク
           COMPUTE W-前年累計終了年 = W-西暦年ワーク - 1
           MOVE 対象年月区分(5:2)   TO W-前年累計終了月.

      *-----------------------------------------------------------------
       既存店帳票作成処理.
      *-----------------------------------------------------------------

      ** 新店・改装店を除いた既存店の当年/前年純
      ** 売上累計をブランド別・チャネル別・支店別
      ** に集計し、全店との差(新店・改装の寄与分)
      ** と並べて出力する。続けて開店年月日と新規
      ** 区分が年度期間と食い違う店を注記として出
      ** 力する。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

           IF W-環境コード添字 = 1
             THEN
               OPEN OUTPUT 既存店帳票ファイル
             ELSE
               OPEN EXTEND 既存店帳票ファイル
           END-IF
           IF W-帳票状態 NOT = '00'
             THEN
               PERFORM 帳票出力エラー判定処理
           END-IF

           MOVE  '0'          TO W-帳票終了区分
           MOVE  0            TO W-出力行数
           MOVE  0            TO W-既存店件数
           MOVE  0            TO W-新店件数
           MOVE  0            TO W-改装店件数
           MOVE  0            TO W-注記件数
           MOVE  0            TO W-ブ集計行数
           MOVE  0            TO W-チ集計行数
           MOVE  0            TO W-支集計行数
           MOVE  0            TO W-頁数
           INITIALIZE W-加算先
           MOVE  W-加算先     TO W-全社集計

           EXEC SQL AT :DB-NAME OPEN 既存店CUR END-EXEC
           PERFORM 既存店行取出処理
               UNTIL 帳票カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 既存店CUR END-EXEC

           MOVE 'ブランド別' TO W-現区分名
           PERFORM ページ見出し出力処理
           PERFORM ブランド別出力処理
               VARYING W-ブ集計検索添字 FROM 1 BY 1
               UNTIL W-ブ集計検索添字 > W-ブ集計行数

           MOVE 'チャネル別' TO W-現区分名
           PERFORM ページ見出し出力処理
           PERFORM チャネル別出力処理
               VARYING W-チ集計検索添字 FROM 1 BY 1
               UNTIL W-チ集計検索添字 > W-チ集計行数

           MOVE '支店別'     TO W-現区分名
           PERFORM ページ見出し出力処理
           PERFORM 支店別出力処理
               VARYING W-支集計検索添字 FROM 1 BY 1
               UNTIL W-支集計検索添字 > W-支集計行数

           MOVE  W-全社集計   TO W-出力集計
           MOVE '＊全社＊'    TO W-出力見出し
           MOVE  SPACE        TO W-出力キー
           PERFORM 集計組出力処理

           PERFORM 注記作成処理

           CLOSE 既存店帳票ファイル
           IF W-帳票状態 NOT = '00'
             THEN
               PERFORM 帳票出力エラー判定処理
           END-IF

           MOVE 'RPT-ROWS ='   TO D-カウント区分
           MOVE W-出力行数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'SAME-STR ='   TO D-カウント区分
           MOVE W-既存店件数    TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'NEW-STR  ='   TO D-カウント区分
           MOVE W-新店件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'RENEW-STR='   TO D-カウント区分
           MOVE W-改装店件数    TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'NOTE-CNT ='   TO D-カウント区分
           MOVE W-注記件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域.

      *-----------------------------------------------------------------
       既存店行取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 既存店CUR
              INTO :W-定義キー, :W-店コード,
                   :W-ブランド, :W-チャネル,
                   :W-既存判定区分,
                   :W-当年純売上累計, :W-前年純売上累計
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 帳票カーソル終了である  TO TRUE
             ELSE
               PERFORM 既存店行処理
           END-IF.

      *-----------------------------------------------------------------
       既存店行処理.
      *-----------------------------------------------------------------
           MOVE  1                TO W-行-全店数
           MOVE  W-当年純売上累計 TO W-行-全当年
           MOVE  W-前年純売上累計 TO W-行-全前年
           EVALUATE W-既存判定区分
             WHEN '1'
               ADD  1             TO W-新店件数
               MOVE  0            TO W-行-既存店数
               MOVE  0            TO W-行-既存当年
               MOVE  0            TO W-行-既存前年
             WHEN '2'
               ADD  1             TO W-改装店件数
               MOVE  0            TO W-行-既存店数
               MOVE  0            TO W-行-既存当年
               MOVE  0            TO W-行-既存前年
             WHEN OTHER
               ADD  1             TO W-既存店件数
               MOVE  1            TO W-行-既存店数
               MOVE  W-当年純売上累計 TO W-行-既存当年
               MOVE  W-前年純売上累計 TO W-行-既存前年
           END-EVALUATE

           PERFORM ブランド集計加算処理
           PERFORM チャネル集計加算処理
           PERFORM 支店集計加算処理

           MOVE  W-全社集計   TO W-加算先
           PERFORM 集計値加算処理
           MOVE  W-加算先     TO W-全社集計.

      *-----------------------------------------------------------------
       ブランド集計加算処理.
      *-----------------------------------------------------------------
           MOVE  0            TO W-ブ集計該当添字
           PERFORM  ブランド集計検索処理
               VARYING W-ブ集計検索添字 FROM 1 BY 1
               UNTIL W-ブ集計検索添字 > W-ブ集計行数
                  OR W-ブ集計該当添字 > 0

           IF W-ブ集計該当添字 = 0
             THEN
               IF W-ブ集計行数 >= 100
                 THEN
                   MOVE 'ブランド集計表あふれ' TO
                       D-メッセージ域
                   CALL KXU002SC  USING  D-ログ域
                   MOVE ABND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1             TO W-ブ集計行数
               MOVE  W-ブ集計行数 TO W-ブ集計該当添字
               MOVE  W-ブランド   TO
                   W-ブ集計ブランド(W-ブ集計該当添字)
               INITIALIZE W-加算先
               MOVE  W-加算先     TO
                   W-ブ集計値(W-ブ集計該当添字)
           END-IF

           MOVE  W-ブ集計値(W-ブ集計該当添字)  TO W-加算先
           PERFORM 集計値加算処理
           MOVE  W-加算先     TO
               W-ブ集計値(W-ブ集計該当添字).

      *-----------------------------------------------------------------
       ブランド集計検索処理.
      *-----------------------------------------------------------------
           IF W-ブ集計ブランド(W-ブ集計検索添字)
               = W-ブランド
             THEN
               MOVE  W-ブ集計検索添字  TO W-ブ集計該当添字
           END-IF.

      *-----------------------------------------------------------------
       チャネル集計加算処理.
      *-----------------------------------------------------------------
           MOVE  0            TO W-チ集計該当添字
           PERFORM  チャネル集計検索処理
               VARYING W-チ集計検索添字 FROM 1 BY 1
               UNTIL W-チ集計検索添字 > W-チ集計行数
                  OR W-チ集計該当添字 > 0

           IF W-チ集計該当添字 = 0
             THEN
               IF W-チ集計行数 >= 10
                 THEN
                   MOVE 'チャネル集計表あふれ' TO
                       D-メッセージ域
                   CALL KXU002SC  USING  D-ログ域
                   MOVE ABND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1             TO W-チ集計行数
               MOVE  W-チ集計行数 TO W-チ集計該当添字
               MOVE  W-チャネル   TO
                   W-チ集計チャネル(W-チ集計該当添字)
               INITIALIZE W-加算先
               MOVE  W-加算先     TO
                   W-チ集計値(W-チ集計該当添字)
           END-IF

           MOVE  W-チ集計値(W-チ集計該当添字)  TO W-加算先
           PERFORM 集計値加算処理
           MOVE  W-加算先     TO
               W-チ集計値(W-チ集計該当添字).

      *-----------------------------------------------------------------
       チャネル集計検索処理.
      *-----------------------------------------------------------------
           IF W-チ集計チャネル(W-チ集計検索添字)
               = W-チャネル
             THEN
               MOVE  W-チ集計検索添字  TO W-チ集計該当添字
           END-IF.

      *-----------------------------------------------------------------
       支店集計加算処理.
      *-----------------------------------------------------------------

      ** 定義キー順に取り出しているため、直前の行と
      ** キーが変わったときだけ行を起こす

           IF W-支集計行数 = 0
             OR W-支集計定義キー(W-支集計行数)
                NOT = W-定義キー
             THEN
               IF W-支集計行数 >= 500
                 THEN
                   MOVE '支店集計表あふれ' TO
                       D-メッセージ域
                   CALL KXU002SC  USING  D-ログ域
                   MOVE ABND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1             TO W-支集計行数
               MOVE  W-定義キー   TO
                   W-支集計定義キー(W-支集計行数)
               INITIALIZE W-加算先
               MOVE  W-加算先     TO
                   W-支集計値(W-支集計行数)
           END-IF

           MOVE  W-支集計値(W-支集計行数)  TO W-加算先
           PERFORM 集計値加算処理
           MOVE  W-加算先     TO
               W-支集計値(W-支集計行数).

      *-----------------------------------------------------------------
       集計値加算処理.
      *-----------------------------------------------------------------
           ADD  W-行-全店数       TO W-加-全店数
           ADD  W-行-全当年       TO W-加-全当年
           ADD  W-行-全前年       TO W-加-全前年
           ADD  W-行-既存店数     TO W-加-既存店数
           ADD  W-行-既存当年     TO W-加-既存当年
           ADD  W-行-既存前年     TO W-加-既存前年.

      *-----------------------------------------------------------------
       ブランド別出力処理.
      *-----------------------------------------------------------------
           MOVE  W-ブ集計値(W-ブ集計検索添字)
                              TO W-出力集計
           MOVE 'ブランド'    TO W-出力見出し
           MOVE  SPACE        TO W-出力キー
           MOVE  W-ブ集計ブランド(W-ブ集計検索添字)
                              TO W-出力キー
           PERFORM 集計組出力処理.

      *-----------------------------------------------------------------
       チャネル別出力処理.
      *-----------------------------------------------------------------
           MOVE  W-チ集計値(W-チ集計検索添字)
                              TO W-出力集計
           MOVE 'チャネル'    TO W-出力見出し
           MOVE  SPACE        TO W-出力キー
           MOVE  W-チ集計チャネル(W-チ集計検索添字)
                              TO W-出力キー
           PERFORM 集計組出力処理.

      *-----------------------------------------------------------------
       支店別出力処理.
      *-----------------------------------------------------------------
           MOVE  W-支集計値(W-支集計検索添字)
                              TO W-出力集計
           MOVE '支店'        TO W-出力見出し
           MOVE  W-支集計定義キー(W-支集計検索添字)
                              TO W-出力キー
           IF W-出力キー = SPACE
             THEN
               MOVE '未設定'    TO W-出力キー
           END-IF
           PERFORM 集計組出力処理.

      *-----------------------------------------------------------------
       集計組出力処理.
      *-----------------------------------------------------------------

      ** １集計キーにつき全店・既存店・差(新店・改
      ** 装)の３行を出力する。差の行には全店前年比
      ** と既存店前年比の差を寄与ポイントとして付す
      ** 。

           IF W-行数 + 3 > W-頁行数上限
             THEN
               PERFORM ページ見出し出力処理
           END-IF

           MOVE  W-出-全当年       TO W-計算当年
           MOVE  W-出-全前年       TO W-計算前年
           PERFORM 前年比計算処理
           MOVE  W-前年比          TO W-全店前年比
           MOVE  SPACE             TO W-集計行様式
           MOVE  W-出力見出し      TO W-集-見出し
           MOVE  W-出力キー        TO W-集-キー
           MOVE '全店'             TO W-集-区分
           MOVE  W-出-全店数       TO W-集-店数
           PERFORM 集計行編集処理
           PERFORM 集計行書込処理

           MOVE  W-出-既存当年     TO W-計算当年
           MOVE  W-出-既存前年     TO W-計算前年
           PERFORM 前年比計算処理
           COMPUTE W-寄与 = W-全店前年比 - W-前年比
             ON SIZE ERROR
               MOVE 9999.9 TO W-寄与
           END-COMPUTE
           MOVE  SPACE             TO W-集計行様式
           MOVE '既存店'           TO W-集-区分
           MOVE  W-出-既存店数     TO W-集-店数
           PERFORM 集計行編集処理
           PERFORM 集計行書込処理

           COMPUTE W-計算当年 = W-出-全当年 - W-出-既存当年
           COMPUTE W-計算前年 = W-出-全前年 - W-出-既存前年
           PERFORM 前年比計算処理
           MOVE  SPACE             TO W-集計行様式
           MOVE '新店改装'         TO W-集-区分
           COMPUTE W-集-店数 = W-出-全店数 - W-出-既存店数
           PERFORM 集計行編集処理
           MOVE  W-寄与            TO W-集-寄与
           MOVE 'pt'               TO W-集-寄与単位
           PERFORM 集計行書込処理.

      *-----------------------------------------------------------------
       集計行編集処理.
      *-----------------------------------------------------------------
           MOVE  W-計算当年        TO W-集-当年純売上
           MOVE  W-計算前年        TO W-集-前年純売上
           MOVE  W-前年比          TO W-集-前年比
           COMPUTE W-集-増減額 = W-計算当年 - W-計算前年.

      *-----------------------------------------------------------------
       前年比計算処理.
      *-----------------------------------------------------------------
           IF W-計算前年 = 0
             THEN
               MOVE  0            TO W-前年比
             ELSE
               COMPUTE W-前年比 ROUNDED =
                   (W-計算当年 * 100) / W-計算前年
                 ON SIZE ERROR
                   MOVE 99999.9 TO W-前年比
               END-COMPUTE
           END-IF.

      *-----------------------------------------------------------------
       ページ見出し出力処理.
      *-----------------------------------------------------------------
           ADD  1             TO W-頁数
           MOVE  SPACE        TO W-見-ＤＢ接続先
           MOVE  DB-NAME      TO W-見-ＤＢ接続先
           MOVE  WK対象年月区分 TO W-見-対象年月
           MOVE  W-当年度開始年月 TO W-見-年度開始
           MOVE  W-当年度終了年月 TO W-見-年度終了
           MOVE  W-現区分名   TO W-見-区分名
           MOVE  W-頁数       TO W-見-頁
           WRITE 既存店帳票レコード FROM W-見出し１行
           IF W-帳票状態 NOT = '00'
             THEN
               PERFORM 帳票出力エラー判定処理
           END-IF
           IF W-現区分名 = '注記'
             THEN
               WRITE 既存店帳票レコード
                   FROM W-注記見出し行
             ELSE
               WRITE 既存店帳票レコード FROM W-見出し２行
           END-IF
           IF W-帳票状態 NOT = '00'
             THEN
               PERFORM 帳票出力エラー判定処理
           END-IF
           MOVE  2            TO W-行数.

      *-----------------------------------------------------------------
       集計行書込処理.
      *-----------------------------------------------------------------
           IF W-行数 >= W-頁行数上限
             THEN
               PERFORM ページ見出し出力処理
           END-IF
           WRITE 既存店帳票レコード FROM W-集計行様式
           IF W-帳票状態 NOT = '00'
             THEN
               PERFORM 帳票出力エラー判定処理
           END-IF
           ADD  1             TO W-行数
           ADD  1             TO W-出力行数.

      *-----------------------------------------------------------------
       注記作成処理.
      *-----------------------------------------------------------------

      ** 新規区分は開店年月日(店マター側は開店年
      ** 月日店マター)の年月が当該期間内にある場合
      ** に立つものとして、KHC031BPと同じ期間で照
      ** 合する。
      **   年度：対象年月(前年は前年同月)の１か月
      **   累計：年度開始月から対象年月
      **         (前年は前年同月まで)
      ** 開店年月日が未設定の行は照合しない。店マタ
      ** ー側の区分は店単位に１回だけ照合する。

           MOVE '注記'       TO W-現区分名
           PERFORM ページ見出し出力処理

           MOVE  '0'          TO W-注記終了区分
           MOVE  SPACE        TO W-前注記店コード

           EXEC SQL AT :DB-NAME OPEN 注記CUR END-EXEC
           PERFORM 注記行取出処理
               UNTIL 注記カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 注記CUR END-EXEC.

      *-----------------------------------------------------------------
       注記行取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 注記CUR
              INTO :W-定義キー, :W-店コード, :W-ブランド,
                   :W-開店年月日, :W-開店年月日店マター,
                   :W-新規区分連結
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 注記カーソル終了である  TO TRUE
             ELSE
               MOVE  W-新規区分連結  TO W-新規区分群
               PERFORM 注記判定処理
           END-IF.

      *-----------------------------------------------------------------
       注記判定処理.
      *-----------------------------------------------------------------
           IF W-開店年月日 = SPACE
             OR W-開店年月日 = '00000000'
             THEN
               CONTINUE
             ELSE
               MOVE  W-ブランド       TO W-照合ブランド
               MOVE  W-開店年月日     TO W-照合開店年月日
               MOVE  W-開店年月日(1:6) TO W-照合開店年月

               MOVE '前年年度新規区分' TO W-照合項目名
               MOVE  W-前年年度新規   TO W-照合区分値
               MOVE  W-前年累計終了年月 TO W-照合開始年月
               MOVE  W-前年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理

               MOVE '前年累計新規区分' TO W-照合項目名
               MOVE  W-前年累計新規   TO W-照合区分値
               MOVE  W-前年度開始年月 TO W-照合開始年月
               MOVE  W-前年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理

               MOVE '当年年度新規区分' TO W-照合項目名
               MOVE  W-当年年度新規   TO W-照合区分値
               MOVE  W-当年累計終了年月 TO W-照合開始年月
               MOVE  W-当年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理

               MOVE '当年累計新規区分' TO W-照合項目名
               MOVE  W-当年累計新規   TO W-照合区分値
               MOVE  W-当年度開始年月 TO W-照合開始年月
               MOVE  W-当年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理
           END-IF

           IF W-店コード = W-前注記店コード
             THEN
               CONTINUE
             ELSE
               MOVE  W-店コード       TO W-前注記店コード
               PERFORM 店マター注記判定処理
           END-IF.

      *-----------------------------------------------------------------
       店マター注記判定処理.
      *-----------------------------------------------------------------
           IF W-開店年月日店マター = SPACE
             OR W-開店年月日店マター = '00000000'
             THEN
               CONTINUE
             ELSE
               MOVE  SPACE            TO W-照合ブランド
               MOVE  W-開店年月日店マター
                                      TO W-照合開店年月日
               MOVE  W-開店年月日店マター(1:6)
                                      TO W-照合開店年月

               MOVE '前年年度新規区分店マター' TO
                   W-照合項目名
               MOVE  W-前年年度新規店 TO W-照合区分値
               MOVE  W-前年累計終了年月 TO W-照合開始年月
               MOVE  W-前年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理

               MOVE '前年累計新規区分店マター' TO
                   W-照合項目名
               MOVE  W-前年累計新規店 TO W-照合区分値
               MOVE  W-前年度開始年月 TO W-照合開始年月
               MOVE  W-前年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理

               MOVE '当年年度新規区分店マター' TO
                   W-照合項目名
               MOVE  W-当年年度新規店 TO W-照合区分値
               MOVE  W-当年累計終了年月 TO W-照合開始年月
               MOVE  W-当年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理

               MOVE '当年累計新規区分店マター' TO
                   W-照合項目名
               MOVE  W-当年累計新規店 TO W-照合区分値
               MOVE  W-当年度開始年月 TO W-照合開始年月
               MOVE  W-当年累計終了年月 TO W-照合終了年月
               PERFORM 新規区分照合処理
           END-IF.

      *-----------------------------------------------------------------
       新規区分照合処理.
      *-----------------------------------------------------------------
           MOVE  SPACE            TO W-注記内容
           IF W-照合開店年月 >= W-照合開始年月
             AND W-照合開店年月 <= W-照合終了年月
             THEN
               IF 新規区分該当である
                 THEN
                   CONTINUE
                 ELSE
                   MOVE '期間内開店だが新規区分なし' TO
                       W-注記内容
               END-IF
             ELSE
               IF 新規区分該当である
                 THEN
                   MOVE '期間外開店だが新規区分あり' TO
                       W-注記内容
               END-IF
           END-IF

           IF W-注記内容 = SPACE
             THEN
               CONTINUE
             ELSE
               PERFORM 注記行出力処理
           END-IF.

      *-----------------------------------------------------------------
       注記行出力処理.
      *-----------------------------------------------------------------
           MOVE  SPACE            TO W-注記行
           MOVE  W-注記内容       TO W-注-内容
           MOVE  W-定義キー       TO W-注-定義キー
           MOVE  W-店コード       TO W-注-店コード
           MOVE  W-照合ブランド   TO W-注-ブランド
           MOVE  W-照合項目名     TO W-注-項目名
           MOVE  W-照合区分値     TO W-注-区分値
           MOVE  W-照合開店年月日 TO W-注-開店年月日
           MOVE  W-照合開始年月   TO W-注-期間開始
           MOVE  W-照合終了年月   TO W-注-期間終了

           IF W-行数 >= W-頁行数上限
             THEN
               PERFORM ページ見出し出力処理
           END-IF
           WRITE 既存店帳票レコード FROM W-注記行
           IF W-帳票状態 NOT = '00'
             THEN
               PERFORM 帳票出力エラー判定処理
           END-IF
           ADD  1             TO W-行数
           ADD  1             TO W-出力行数
           ADD  1             TO W-注記件数.

      *-----------------------------------------------------------------
       帳票出力エラー判定処理.
      *-----------------------------------------------------------------
           MOVE '既存店帳票出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-帳票状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC043BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 対象年月区分月次繰上げ(締め切替).
      *-----------------------------------------------------------------
      * 修正履歴 NO(004823) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004843) 修正日付(20261015) 修正者(TM)
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
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC043BP'.
       01  W-再構築ＰＧＭＩＤ     PIC  X(010) VALUE 'KHC031BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 13.

       01  W-プレビューモード区分    PIC  X(001) VALUE '0'.
           88  プレビューモードである         VALUE '1'.
       01  W-繰戻し区分              PIC  X(001) VALUE '0'.
           88  繰戻し指定である               VALUE '1'.
       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).

      ** 年月計算ワーク

       01  W-年月ワーク.
           03  W-年月ワーク年         PIC  9(004).
           03  W-年月ワーク月         PIC  9(002).
       01  W-年月ワークＸ REDEFINES W-年月ワーク
                                     PIC  X(006).
       01  W-現年度開始年            PIC S9(005) VALUE 0.
       01  W-新年度開始年            PIC S9(005) VALUE 0.
       01  W-現年度登録区分          PIC  X(001) VALUE '0'.
           88  現年度登録ありである           VALUE '1'.
       01  W-新年度登録区分          PIC  X(001) VALUE '0'.
           88  新年度登録ありである           VALUE '1'.
       01  W-新年度開始月            PIC  X(002) VALUE SPACE.
       01  W-年度登録区分ワーク      PIC  X(001) VALUE '0'.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  W-変更前対象年月          PIC  X(6).
       01  W-変更前和暦              PIC  X(1).
       01  W-変更後対象年月          PIC  X(6).
       01  W-変更後和暦              PIC  X(1).
       01  W-処理区分                PIC  X(1).
       01  W-処理開始時刻            PIC  X(14).
       01  W-処理終了時刻            PIC  X(14).
       01  W-年度開始月              PIC  X(2).
       01  W-年度補正                PIC S9(1).
       01  W-区分数値                PIC  9(2).
       01  W-和暦区分                PIC  X(1).
       01  W-確定件数                PIC  9(005).
       01  W-完了件数                PIC  9(005).
       01  W-再構築件数              PIC  9(005).
       01  W-履歴時刻                PIC  X(14).
       01  W-履歴処理区分            PIC  X(1).
       01  W-履歴変更前年月          PIC  X(6).
       01  W-履歴変更前和暦          PIC  X(1).
       01  W-履歴変更後年月          PIC  X(6).
       01  W-履歴変更後和暦          PIC  X(1).
       01  W-更新件数                PIC  9(005).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.

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

      ** メイン制御

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別繰上げ処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別繰上げ処理.
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

           ACCEPT  W-処理開始時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-処理開始時刻(9:6)  FROM TIME

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.

           IF 繰戻し指定である
             THEN
               PERFORM  繰戻し確認処理
             ELSE
               PERFORM  繰上げ前提確認処理
               PERFORM  繰上げ値算出処理
           END-IF

           PERFORM  切替内容出力処理.

           IF プレビューモードである
             THEN
               MOVE 'PREVIEW実行中 切替は行いません' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
             ELSE
               PERFORM  パラメータ更新処理
               PERFORM  切替履歴記録処理
           END-IF

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

           MOVE  '0'          TO W-プレビューモード区分
           MOVE  '0'          TO W-繰戻し区分
           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧

           PERFORM  引数取込処理  VARYING W-引数添字 FROM
               1 BY 1
               UNTIL W-引数添字 > ARGCNT

           IF W-環境コード件数 = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------

      ** 引数は環境コード(8桁以内)・PREVIEW・BACK(1か
      ** 月繰戻し)の混在を許す。

           MOVE  SPACE        TO ARGDATA
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT ARGDATA FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               EVALUATE TRUE
                 WHEN ARGDATA = 'PREVIEW '
                   MOVE '1'               TO
                       W-プレビューモード区分
                 WHEN ARGDATA = 'BACK    '
                   MOVE '1'               TO W-繰戻し区分
                 WHEN OTHER
                   ADD  1                 TO W-環境コード件数
                   MOVE ARGDATA           TO
                       W-環境コード(W-環境コード件数)
               END-EVALUATE
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
           MOVE 対象年月区分        TO W-変更前対象年月
           MOVE 対象Ｙ和暦区分      TO W-変更前和暦.

      *-----------------------------------------------------------------
       繰上げ前提確認処理.
      *-----------------------------------------------------------------

      ** 繰上げ前に当月の締めが済んでいることを確認
      ** する。1)当月がXAT_KAKUTEI_LOCKで確定済 2)再
      ** 構築(KHC031BP)の当月分がXAT_JOB_AUDITに完了
      ** 済で記録されていること。どちらかが欠ければ
      ** 繰上げを拒否する。

           MOVE  0            TO W-確定件数
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-確定件数
               FROM XAT_KAKUTEI_LOCK
              WHERE 対象年月区分 = :W-変更前対象年月
                AND 確定区分     = '1'
           END-EXEC.

           IF W-確定件数 = 0
             THEN
               MOVE '当月未確定 繰上げ中止' TO
                   D-メッセージ域
               PERFORM 繰上げ拒否処理
           END-IF

           MOVE  0            TO W-完了件数
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-完了件数
               FROM XAT_JOB_AUDIT
              WHERE WKPGMID      = :W-再構築ＰＧＭＩＤ
                AND DB接続先     = :DB-NAME
                AND 対象年月区分 = :W-変更前対象年月
                AND 完了区分     = '1'
           END-EXEC.
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.

           IF W-完了件数 = 0
             THEN
               MOVE '当月再構築の完了実績なし 中止'
                    TO D-メッセージ域
               PERFORM 繰上げ拒否処理
           END-IF.

      *-----------------------------------------------------------------
       繰上げ値算出処理.
      *-----------------------------------------------------------------

      ** 対象年月区分を1か月進める。年度の切替わり
      ** はKHC031BPと同じくXAT_PARAM(HCM502)の開始月
      ** ・年度補正値で判定し、翌月が年度開始月なら
      ** 年度開始年が1年進むこと、それ以外は変わら
      ** ないことを確認する。食い違う場合は年度補正
      ** の登録誤りとして繰上げを拒否する。

           MOVE W-変更前対象年月    TO W-年月ワークＸ
           IF W-年月ワーク月 = 12
             THEN
               ADD  1             TO W-年月ワーク年
               MOVE 1             TO W-年月ワーク月
             ELSE
               ADD  1             TO W-年月ワーク月
           END-IF
           MOVE W-年月ワークＸ      TO W-変更後対象年月

           MOVE W-変更前対象年月(5:2) TO W-区分数値
           PERFORM 年度開始月取得処理
           MOVE W-年度登録区分ワーク TO W-現年度登録区分
           MOVE W-変更前対象年月(1:4) TO W-年月ワーク年
           COMPUTE W-現年度開始年
                 = W-年月ワーク年 + W-年度補正

           MOVE W-変更後対象年月(5:2) TO W-区分数値
           PERFORM 年度開始月取得処理
           MOVE W-年度登録区分ワーク TO W-新年度登録区分
           MOVE W-年度開始月        TO W-新年度開始月
           MOVE W-変更後対象年月(1:4) TO W-年月ワーク年
           COMPUTE W-新年度開始年
                 = W-年月ワーク年 + W-年度補正

           IF 現年度登録ありである
             AND NOT 新年度登録ありである
             THEN
               MOVE '翌月の年度開始月未登録 中止'
                    TO D-メッセージ域
               PERFORM 繰上げ拒否処理
           END-IF

           IF W-新年度開始月 = W-変更後対象年月(5:2)
             THEN
               IF W-新年度開始年 NOT = W-現年度開始年 + 1
                 THEN
                   MOVE '年度切替の年度補正不整合'
                        TO D-メッセージ域
                   PERFORM 繰上げ拒否処理
                 ELSE
                   MOVE '年度切替あり 年度補正確認済'
                        TO D-メッセージ域
                   CALL KXU002SC  USING  D-ログ域
               END-IF
             ELSE
               IF W-新年度開始年 NOT = W-現年度開始年
                 THEN
                   MOVE '年度内の年度補正不整合'
                        TO D-メッセージ域
                   PERFORM 繰上げ拒否処理
               END-IF
           END-IF

      ** 対象Ｙ和暦区分は翌月時点で有効な区分を
      ** XAT_PARAM(HCM506)の開始年月区分から引く。登
      ** 録が無ければ現在の区分を引き継ぐ。

           MOVE W-変更前和暦        TO W-変更後和暦
           MOVE SPACE               TO W-和暦区分
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT NVL(MAX(TP.和暦区分),' ')
               INTO :W-和暦区分
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード = 'HCM506'
                AND TP.開始年月区分 =
                    (SELECT MAX(TP2.開始年月区分)
                       FROM XAT_PARAM TP2
                      WHERE TP2.ジョブコード = 'HCM506'
                        AND TP2.開始年月区分
                           <= :W-変更後対象年月)
           END-EXEC.
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           IF W-和暦区分 NOT = SPACE
             THEN
               MOVE W-和暦区分      TO W-変更後和暦
           END-IF
           IF W-変更後和暦 NOT = W-変更前和暦
             THEN
               MOVE '対象Ｙ和暦区分を切替えます' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
           END-IF

           MOVE 'F'                 TO W-処理区分.

      *-----------------------------------------------------------------
       年度開始月取得処理.
      *-----------------------------------------------------------------

      ** 該当行が無ければKHC031BPと同じく１月開始・
      ** 年度補正なしとし、登録区分を'0'で返す。

           MOVE  SPACE        TO W-年度開始月
           MOVE  0            TO W-年度補正
           MOVE 'HCM502'      TO ジョブコード
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT 開始月, 年度補正値
               INTO :W-年度開始月, :W-年度補正
               FROM XAT_PARAM
              WHERE ジョブコード   = :ジョブコード
                AND パラメータ番号 = :W-区分数値
                AND 行番号         = :行番号
           END-EXEC.
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.

           IF W-年度開始月 = SPACE
             THEN
               MOVE '01'          TO W-年度開始月
               MOVE  0            TO W-年度補正
               MOVE '0'           TO W-年度登録区分ワーク
             ELSE
               MOVE '1'           TO W-年度登録区分ワーク
           END-IF.

      *-----------------------------------------------------------------
       繰戻し確認処理.
      *-----------------------------------------------------------------

      ** BACK指定時は直近の切替履歴が繰上げであり、
      ** その繰上げ後の値が現在のHCM501と一致する場
      ** 合に限り、履歴の繰上げ前の値へ1か月だけ戻
      ** す。繰戻しの連続(2か月以上の巻戻し)は受け
      ** 付けない。

           MOVE  SPACE        TO W-履歴時刻
           MOVE  SPACE        TO W-履歴処理区分
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT NVL(MAX(RH.実行開始時刻),' ')
               INTO :W-履歴時刻
               FROM XAT_PARAM_ROLL_HIST RH
              WHERE RH.DB接続先 = :DB-NAME
           END-EXEC.

           IF W-履歴時刻 NOT = SPACE
             THEN
               EXEC SQL AT :DB-NAME
                 SELECT RH.処理区分,
                        RH.変更前対象年月区分,
                        RH.変更前対象Ｙ和暦区分,
                        RH.変更後対象年月区分,
                        RH.変更後対象Ｙ和暦区分
                   INTO :W-履歴処理区分,
                        :W-履歴変更前年月,
                        :W-履歴変更前和暦,
                        :W-履歴変更後年月,
                        :W-履歴変更後和暦
                   FROM XAT_PARAM_ROLL_HIST RH
                  WHERE RH.DB接続先     = :DB-NAME
                    AND RH.実行開始時刻 = :W-履歴時刻
               END-EXEC
           END-IF
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.

           IF W-履歴処理区分 NOT = 'F'
             THEN
               MOVE '繰戻し可能な履歴なし 中止'
                    TO D-メッセージ域
               PERFORM 繰上げ拒否処理
           END-IF

           IF W-履歴変更後年月 NOT = W-変更前対象年月
             OR W-履歴変更後和暦 NOT = W-変更前和暦
             THEN
               MOVE '現在値が直近繰上げ後と不一致'
                    TO D-メッセージ域
               PERFORM 繰上げ拒否処理
           END-IF


      ** 繰上げ後に新しい月で再構築(KHC031BP)が走る
      ** と、対象年月以前の台帳行(戻り先の確定月を
      ** 含む)が削除されている。戻すと確定済で台帳
      ** の無い月になり再構築もできないため、繰上げ
      ** 以降に監査レコードがあれば受け付けない。プ
      ** レビュー・フラッシュは監査レコードを起票し
      ** ないため対象外となる。

           MOVE  0            TO W-再構築件数
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-再構築件数
               FROM XAT_JOB_AUDIT
              WHERE WKPGMID      = :W-再構築ＰＧＭＩＤ
                AND DB接続先     = :DB-NAME
                AND 対象年月区分 = :W-変更前対象年月
                AND 実行開始時刻 > :W-履歴時刻
           END-EXEC.
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.

           IF W-再構築件数 > 0
             THEN
               MOVE '繰上げ後の再構築済 繰戻し不可'
                    TO D-メッセージ域
               PERFORM 繰上げ拒否処理
           END-IF

           MOVE W-履歴変更前年月    TO W-変更後対象年月
           MOVE W-履歴変更前和暦    TO W-変更後和暦
           MOVE 'B'                 TO W-処理区分.

      *-----------------------------------------------------------------
       繰上げ拒否処理.
      *-----------------------------------------------------------------
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       切替内容出力処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO D-メッセージ域
           IF W-処理区分 = 'B'
             THEN
               STRING '対象年月区分 繰戻し '
                      W-変更前対象年月 W-変更前和暦
                      ' -> '
                      W-変更後対象年月 W-変更後和暦
                   DELIMITED BY SIZE INTO D-メッセージ域
             ELSE
               STRING '対象年月区分 繰上げ '
                      W-変更前対象年月 W-変更前和暦
                      ' -> '
                      W-変更後対象年月 W-変更後和暦
                   DELIMITED BY SIZE INTO D-メッセージ域
           END-IF
           CALL KXU002SC  USING  D-ログ域

           MOVE  SPACE        TO D-メッセージ域
           STRING 'DB接続先:' DB-NAME
               DELIMITED BY SIZE INTO D-メッセージ域
           CALL KXU002SC  USING  D-ログ域.

      *-----------------------------------------------------------------
       パラメータ更新処理.
      *-----------------------------------------------------------------

      ** 読込時の値のままであることを条件に更新し、
      ** 同時実行や手修正との競合を検出する。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             UPDATE XAT_PARAM
                SET 対象年月区分   = :W-変更後対象年月,
                    対象Ｙ和暦区分 = :W-変更後和暦
              WHERE ジョブコード   = 'HCM501'
                AND パラメータ番号 = 1
                AND 行番号         = 1
                AND 対象年月区分   = :W-変更前対象年月
                AND 対象Ｙ和暦区分 = :W-変更前和暦
           END-EXEC.
           MOVE  SQLERRD(3)   TO W-更新件数
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.

           IF W-更新件数 NOT = 1
             THEN
               MOVE 'パラメータ競合 切替中止' TO
                   D-メッセージ域
               PERFORM 繰上げ拒否処理
           END-IF

           MOVE 'PARM-UPD ='   TO D-カウント区分
           MOVE W-更新件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域.

      *-----------------------------------------------------------------
       切替履歴記録処理.
      *-----------------------------------------------------------------

      ** 切替前後の値をXAT_PARAM_ROLL_HISTへ残す(繰
      ** 戻しの根拠)。切替自体もXAT_JOB_AUDITへ完了
      ** 済で記録する。

           ACCEPT  W-処理終了時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-処理終了時刻(9:6)  FROM TIME

           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_PARAM_ROLL_HIST
               ( DB接続先, 実行開始時刻, 処理区分,
                 変更前対象年月区分,
                 変更前対象Ｙ和暦区分,
                 変更後対象年月区分,
                 変更後対象Ｙ和暦区分,
                 WKPGMID )
               VALUES
               ( :DB-NAME, :W-処理開始時刻, :W-処理区分,
                 :W-変更前対象年月, :W-変更前和暦,
                 :W-変更後対象年月, :W-変更後和暦,
                 :WKPGMID )
           END-EXEC.

           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_AUDIT
               ( WKPGMID, DB接続先, 対象年月区分,
                 対象Ｙ和暦区分, 実行開始時刻,
                 実行終了時刻, 完了区分,
                 処理モード区分 )
               VALUES
               ( :WKPGMID, :DB-NAME, :W-変更後対象年月,
                 :W-変更後和暦, :W-処理開始時刻,
                 :W-処理終了時刻, '1', :W-処理区分 )
           END-EXEC.

           IF W-処理区分 = 'B'
             THEN
               MOVE '対象年月区分 繰戻し　完了' TO
                   D-メッセージ域
             ELSE
               MOVE '対象年月区分 繰上げ　完了' TO
                   D-メッセージ域
           END-IF
           CALL KXU002SC   USING  D-ログ域.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC046BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 台帳系ジョブ排他ロック強制解除.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004836) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004850) 修正日付(20261015) 修正者(TM)
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

       DATA DIVISION.

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC046BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 13.

       01  W-プレビューモード区分    PIC  X(001) VALUE '0'.
           88  プレビューモードである         VALUE '1'.
       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).
       01  W-ロック終了区分          PIC  X(001) VALUE '0'.
           88  ロックカーソル終了である       VALUE '1'.
       01  W-解除件数合計            PIC  9(011) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  WK対象Ｙ和暦区分          PIC  X(1).
       01  W-全月指定区分            PIC  X(1).
       01  W-実行開始時刻            PIC  X(14).
       01  W-実行終了時刻            PIC  X(14).
       01  W-解除件数                PIC  9(011).
       01  W-ロック年月              PIC  X(6).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.

      ** ロックカーソル定義
      ** ALL指定時は環境内の全年月を対象とする。

           EXEC SQL DECLARE ロックCUR CURSOR FOR
             SELECT L.対象年月区分, L.WKPGMID, L.取得時刻
               FROM XAT_JOB_LOCK L
              WHERE L.DB接続先 = :DB-NAME
                AND (L.対象年月区分 = :WK対象年月区分
                     OR :W-全月指定区分 = '1')
              ORDER BY L.対象年月区分
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

      ** メイン制御
      ** 台帳系ジョブ(KHC031/032/035/037/039/041/044
      ** /045/050)が異常終了して残した排他ロックを
      ** 解除する。本処理は保持ジョブの稼働状況を確
      ** 認せずXAT_JOB_LOCKの行を削除するため、運用
      ** 者が保持ジョブの終了を確認してから実行する
      ** こと(ALL指定時は環境の全年月が対象となる)。
      ** PREVIEW指定時は残存ロックの一覧のみ出力す
      ** る。

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別解除処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'LOCK-DEL ='   TO D-カウント区分
           MOVE W-解除件数合計  TO D-カウント
           CALL KXU002SC    USING D-ログ域

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別解除処理.
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
           PERFORM  ロック解除処理.

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
           MOVE  '0'          TO W-全月指定区分
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

      ** 引数は環境コード(8桁以内)・PREVIEW・ALLの
      ** 混在を許す。

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
                 WHEN ARGDATA = 'ALL     '
                   MOVE '1'               TO W-全月指定区分
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
           MOVE 対象年月区分        TO WK対象年月区分.
           MOVE 対象Ｙ和暦区分      TO WK対象Ｙ和暦区分.

      *-----------------------------------------------------------------
       ロック解除処理.
      *-----------------------------------------------------------------

      ** 対象のロック行を1行ずつログへ出してから削
      ** 除する。誰がいつ取得したロックを消したかの
      ** 証跡として、解除件数をXAT_JOB_AUDITへ残す。

           ACCEPT  W-実行開始時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-実行開始時刻(9:6)  FROM TIME
           MOVE  0            TO W-解除件数
           MOVE  '0'          TO W-ロック終了区分

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME OPEN ロックCUR END-EXEC.
           PERFORM ロック行処理
               UNTIL ロックカーソル終了である
           EXEC SQL AT :DB-NAME CLOSE ロックCUR END-EXEC.

           IF W-解除件数 = 0
             THEN
               MOVE '解除対象のロックはありません' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
           END-IF

           IF プレビューモードである
             THEN
               MOVE 'PREVIEW実行中 解除は行いません' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
             ELSE
               ACCEPT  W-実行終了時刻(1:8)  FROM DATE YYYYMMDD
               ACCEPT  W-実行終了時刻(9:6)  FROM TIME
               EXEC SQL AT :DB-NAME
                 INSERT INTO XAT_JOB_AUDIT
                   ( WKPGMID, DB接続先, 対象年月区分,
                     対象Ｙ和暦区分, 実行開始時刻,
                     実行終了時刻, 完了区分, 削除件数 )
                   VALUES
                   ( :WKPGMID, :DB-NAME, :WK対象年月区分,
                     :WK対象Ｙ和暦区分, :W-実行開始時刻,
                     :W-実行終了時刻, '1', :W-解除件数 )
               END-EXEC
               ADD  W-解除件数  TO W-解除件数合計
           END-IF.

      *-----------------------------------------------------------------
       ロック行処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH ロックCUR
              INTO :W-ロック年月,
                   :W-ロック保持ＰＧＭＩＤ,
                   :W-ロック保持時刻
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET ロックカーソル終了である  TO TRUE
             ELSE
               MOVE 'ロック解除 年月=@@@@@@ 保持=' TO
                   D-メッセージ域
               MOVE  W-ロック年月            TO
                   D-メッセージ域(24:6)
               MOVE  W-ロック保持ＰＧＭＩＤ  TO
                   D-メッセージ域(38:10)
               MOVE  W-ロック保持時刻        TO
                   D-メッセージ域(49:14)
               CALL KXU002SC  USING  D-ログ域
               IF プレビューモードである
                 THEN
                   CONTINUE
                 ELSE
                   EXEC SQL AT :DB-NAME
                     DELETE FROM XAT_JOB_LOCK
                      WHERE DB接続先     = :DB-NAME
                        AND 対象年月区分 = :W-ロック年月
                   END-EXEC
               END-IF
               ADD  1  TO W-解除件数
           END-IF.
